      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: conversion por unica vez de los archivos de tablas a
      *          las operaciones - desde ahora cada fila de tablas
      *          lleva su operacion (* multiplicar, + sumar, - restar,
      *          ^ potencia, / dividir), asi que TABLASAL.DAT pasa de
      *          18 a 19 posiciones con TS-OPERACION al final y el
      *          companero indexado TABLAIX.DAT lleva la operacion en
      *          la clave (fecha+numero+operacion+multiplicador). Este
      *          programa agrega la operacion "*" (todo lo acumulado
      *          es de multiplicar) al TABLASAL.DAT vivo y a cada
      *          generacion TABLASAL.DAT.G<fecha> que figura en el
      *          catalogo GENCAT.DAT de genroll, reconstruye
      *          TABLAIX.DAT bajo la clave nueva (sin esta pasada el
      *          indexado viejo abre con estado 39 y tablas, cierre,
      *          interfaz y tabrowse dejan de usarlo), y anula el
      *          checkpoint TABLASRE.DAT al formato nuevo (un reinicio
      *          anterior al corte ya no vale). Cada archivo fijo se
      *          procesa en dos pasadas a traves de CONVOPER.TMP, como
      *          en convfech. La cola TABLASQ.DAT tambien cambia de
      *          registro (QE-OPERACION): se recrea vacia y los
      *          pedidos PENDIENTE se vuelven a cargar, como en los
      *          cambios anteriores de la cola.
      *          Correr este programa UNA VEZ en el corte, antes
      *          de la primera corrida con los programas nuevos; un
      *          archivo ya convertido se reconoce y se deja como esta.
      * Tectonics: cobc -x -o convoper convoper.cbl
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. convoper.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CATALOGO ASSIGN TO "GENCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CATALOGO.
           SELECT TAB-VIEJO ASSIGN TO DYNAMIC WS-NOMBRE-TABLAS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ESTADO-TABLAS.
           SELECT TAB-NUEVO ASSIGN TO DYNAMIC WS-NOMBRE-TABLAS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ESTADO-TABLAS.
           SELECT TAB-TRABAJO ASSIGN TO "CONVOPER.TMP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ESTADO-TRABAJO.
           SELECT IX-VIEJO ASSIGN TO "TABLAIX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IXV-CLAVE
               FILE STATUS IS WS-ESTADO-INDICE.
           SELECT IX-NUEVO ASSIGN TO "TABLAIX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IXN-CLAVE
               FILE STATUS IS WS-ESTADO-INDICE.
           SELECT REINICIO ASSIGN TO "TABLASRE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ESTADO-TABLAS.
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
       FD  TAB-VIEJO.
       01  TAB-VIEJO-REC.
           05  TV-FECHA            PIC 9(8).
           05  TV-NUMERO           PIC 9(2).
           05  TV-MULTIPLICADOR    PIC 9(3).
           05  TV-RESULTADO        PIC 9(5).
       FD  TAB-NUEVO.
       01  TAB-NUEVO-REC.
           05  TN-FECHA            PIC 9(8).
           05  TN-NUMERO           PIC 9(2).
           05  TN-MULTIPLICADOR    PIC 9(3).
           05  TN-RESULTADO        PIC 9(5).
           05  TN-OPERACION        PIC X(01).
               88  TN-OPERACION-VALIDA VALUE "*" "+" "-" "^" "/".
       FD  TAB-TRABAJO.
       01  TAB-TRABAJO-REC         PIC X(19).
       FD  IX-VIEJO.
       01  IX-VIEJO-REC.
           05  IXV-CLAVE.
               10  IXV-FECHA       PIC 9(8).
               10  IXV-NUMERO      PIC 9(2).
               10  IXV-MULTIPLICADOR PIC 9(3).
           05  IXV-RESULTADO       PIC 9(5).
       FD  IX-NUEVO.
       01  IX-NUEVO-REC.
           05  IXN-CLAVE.
               10  IXN-FECHA       PIC 9(8).
               10  IXN-NUMERO      PIC 9(2).
               10  IXN-OPERACION   PIC X(01).
               10  IXN-MULTIPLICADOR PIC 9(3).
           05  IXN-RESULTADO       PIC 9(5).
       FD  REINICIO.
       01  REINICIO-REC.
           05  RE-NUMERO           PIC 9(2).
           05  RE-MULTIPLICADOR    PIC 9(3).
           05  RE-LIMITE-SUP       PIC 9(3).
           05  RE-FECHA            PIC 9(8).
           05  RE-OPERACION        PIC X(01).
       WORKING-STORAGE SECTION.
       01  WS-ESTADO-CATALOGO      PIC X(02).
       01  WS-ESTADO-TABLAS        PIC X(02).
       01  WS-ESTADO-TRABAJO       PIC X(02).
       01  WS-ESTADO-INDICE        PIC X(02).
       01  WS-NOMBRE-TABLAS        PIC X(30).
       01  WS-FIN-ARCHIVO          PIC X(01) VALUE "N".
           88  FIN-ARCHIVO         VALUE "S".
       01  WS-FIN-CATALOGO         PIC X(01) VALUE "N".
           88  FIN-CATALOGO        VALUE "S".
       01  WS-YA-CONVERTIDO        PIC X(01) VALUE "N".
       01  WS-CANT-LEIDOS          PIC 9(07) VALUE 0.
       01  WS-CANT-INDICE          PIC 9(07) VALUE 0.
       01  WS-CANT-GENERACIONES    PIC 9(04) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           display "conversion de los archivos de tablas a operaciones".
           move "TABLASAL.DAT" to WS-NOMBRE-TABLAS.
           PERFORM convertirTablasal.
           PERFORM convertirGeneraciones.
           PERFORM convertirIndice.
           PERFORM anularCheckpoint.
           display "conversion terminada".
           STOP RUN.
      ******************************************************************
      * TABLASAL.DAT (o una generacion): el registro viejo es de 18
      * posiciones; se reescribe el archivo entero con el de 19 y la
      * operacion "*". Si el primer registro leido como nuevo ya trae
      * una operacion valida en la posicion 19, el archivo ya esta
      * convertido (en uno viejo esa posicion es el primer digito de
      * la fecha del registro siguiente).
      ******************************************************************
       convertirTablasal.
           OPEN INPUT TAB-NUEVO.
           if WS-ESTADO-TABLAS not = "00"
               CLOSE TAB-NUEVO
               display "  " WS-NOMBRE-TABLAS
                   " no esta presente, se saltea"
           else
               move "N" to WS-YA-CONVERTIDO
               READ TAB-NUEVO
                   AT END move "S" to WS-YA-CONVERTIDO
                   NOT AT END
                       if TN-OPERACION-VALIDA
                           move "S" to WS-YA-CONVERTIDO
                       end-if
               END-READ
               CLOSE TAB-NUEVO
               if WS-YA-CONVERTIDO = "S"
                   display "  " WS-NOMBRE-TABLAS
                       " ya convertido o vacio, se deja"
               else
                   PERFORM reescribirTablasal
               end-if
           end-if.
       reescribirTablasal.
           move 0 to WS-CANT-LEIDOS.
           move "N" to WS-FIN-ARCHIVO.
           OPEN INPUT TAB-VIEJO.
           OPEN OUTPUT TAB-TRABAJO.
           PERFORM pasarFilaTabla UNTIL FIN-ARCHIVO.
           CLOSE TAB-TRABAJO.
           CLOSE TAB-VIEJO.
           move "N" to WS-FIN-ARCHIVO.
           OPEN INPUT TAB-TRABAJO.
           OPEN OUTPUT TAB-NUEVO.
           PERFORM volverFilaTabla UNTIL FIN-ARCHIVO.
           CLOSE TAB-NUEVO.
           CLOSE TAB-TRABAJO.
           display "  " WS-NOMBRE-TABLAS " convertido a 19"
               " posiciones, registros=" WS-CANT-LEIDOS.
       pasarFilaTabla.
           READ TAB-VIEJO
               AT END set FIN-ARCHIVO to true
               NOT AT END
                   add 1 to WS-CANT-LEIDOS
                   move TV-FECHA to TN-FECHA
                   move TV-NUMERO to TN-NUMERO
                   move TV-MULTIPLICADOR to TN-MULTIPLICADOR
                   move TV-RESULTADO to TN-RESULTADO
                   move "*" to TN-OPERACION
                   WRITE TAB-TRABAJO-REC FROM TAB-NUEVO-REC
           END-READ.
       volverFilaTabla.
           READ TAB-TRABAJO
               AT END set FIN-ARCHIVO to true
               NOT AT END
                   WRITE TAB-NUEVO-REC FROM TAB-TRABAJO-REC
           END-READ.
      ******************************************************************
      * las generaciones de TABLASAL.DAT que dejo genroll siguen en
      * disco mientras figuren en el catalogo, y tabrowse e interfaz
      * las leen con el registro nuevo.
      ******************************************************************
       convertirGeneraciones.
           move 0 to WS-CANT-GENERACIONES.
           OPEN INPUT CATALOGO.
           if WS-ESTADO-CATALOGO not = "00"
               CLOSE CATALOGO
               display "  GENCAT.DAT no esta presente, no hay"
                   " generaciones que convertir"
           else
               PERFORM leerCatalogo UNTIL FIN-CATALOGO
               CLOSE CATALOGO
               display "  generaciones de TABLASAL.DAT revisadas="
                   WS-CANT-GENERACIONES
           end-if.
       leerCatalogo.
           READ CATALOGO
               AT END set FIN-CATALOGO to true
               NOT AT END
                   if GK-ARCHIVO = "TABLASAL.DAT"
                       add 1 to WS-CANT-GENERACIONES
                       move GK-GENERACION to WS-NOMBRE-TABLAS
                       PERFORM convertirTablasal
                   end-if
           END-READ.
      ******************************************************************
      * TABLAIX.DAT: la clave crecio de fecha+numero+multiplicador (13)
      * a fecha+numero+operacion+multiplicador (14). El indexado viejo
      * se descarga a CONVOPER.TMP y se reconstruye bajo la clave
      * nueva con la operacion "*". Si ya abre con la clave vieja en
      * estado 39, es que ya esta en el formato nuevo y se deja.
      ******************************************************************
       convertirIndice.
           move 0 to WS-CANT-INDICE.
           move "N" to WS-FIN-ARCHIVO.
           OPEN INPUT IX-VIEJO.
           evaluate WS-ESTADO-INDICE
               when "00"
                   PERFORM descargarIndice
               when "35"
                   CLOSE IX-VIEJO
                   display "  TABLAIX.DAT no esta presente, se saltea"
               when "39"
                   CLOSE IX-VIEJO
                   display "  TABLAIX.DAT ya esta en la clave nueva,"
                       " se deja"
               when other
                   display "  TABLAIX.DAT no se pudo abrir, estado "
                       WS-ESTADO-INDICE
                   CLOSE IX-VIEJO
           end-evaluate.
       descargarIndice.
           OPEN OUTPUT TAB-TRABAJO.
           move low-values to IXV-CLAVE.
           START IX-VIEJO KEY IS NOT LESS THAN IXV-CLAVE
               INVALID KEY set FIN-ARCHIVO to true
           END-START.
           PERFORM pasarFilaIndice UNTIL FIN-ARCHIVO.
           CLOSE TAB-TRABAJO.
           CLOSE IX-VIEJO.
           move "N" to WS-FIN-ARCHIVO.
           OPEN INPUT TAB-TRABAJO.
           OPEN OUTPUT IX-NUEVO.
           PERFORM volverFilaIndice UNTIL FIN-ARCHIVO.
           CLOSE IX-NUEVO.
           CLOSE TAB-TRABAJO.
           display "  TABLAIX.DAT reconstruido con clave"
               " fecha+numero+operacion+multiplicador, filas="
               WS-CANT-INDICE.
       pasarFilaIndice.
           READ IX-VIEJO NEXT RECORD
               AT END set FIN-ARCHIVO to true
               NOT AT END
                   move IXV-FECHA to TN-FECHA
                   move IXV-NUMERO to TN-NUMERO
                   move IXV-MULTIPLICADOR to TN-MULTIPLICADOR
                   move IXV-RESULTADO to TN-RESULTADO
                   move "*" to TN-OPERACION
                   WRITE TAB-TRABAJO-REC FROM TAB-NUEVO-REC
                   add 1 to WS-CANT-INDICE
           END-READ.
       volverFilaIndice.
           READ TAB-TRABAJO INTO TAB-NUEVO-REC
               AT END set FIN-ARCHIVO to true
               NOT AT END
                   move TN-FECHA to IXN-FECHA
                   move TN-NUMERO to IXN-NUMERO
                   move TN-OPERACION to IXN-OPERACION
                   move TN-MULTIPLICADOR to IXN-MULTIPLICADOR
                   move TN-RESULTADO to IXN-RESULTADO
                   WRITE IX-NUEVO-REC
                       INVALID KEY
                           display "  TABLAIX.DAT: fila duplicada "
                               TN-FECHA " " TN-NUMERO " "
                               TN-MULTIPLICADOR ", se ignora"
                   END-WRITE
           END-READ.
      ******************************************************************
      * el checkpoint TABLASRE.DAT crecio de 16 a 17 posiciones; un
      * reinicio anterior al corte no vale de todos modos, asi que se
      * deja anulado en el formato nuevo.
      ******************************************************************
       anularCheckpoint.
           OPEN INPUT REINICIO.
           if WS-ESTADO-TABLAS not = "00"
               CLOSE REINICIO
               display "  TABLASRE.DAT no esta presente, se saltea"
           else
               CLOSE REINICIO
               OPEN OUTPUT REINICIO
               move 0 to RE-NUMERO RE-MULTIPLICADOR RE-LIMITE-SUP
                   RE-FECHA
               move space to RE-OPERACION
               WRITE REINICIO-REC
               CLOSE REINICIO
               display "  TABLASRE.DAT anulado al formato nuevo"
           end-if.
       END PROGRAM convoper.
