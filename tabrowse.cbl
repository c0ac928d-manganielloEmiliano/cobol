      * Tectonics: cobc -x -o tabrowse tabrowse.cbl numchk.cbl
      *            fechalib.cbl
      * Modification History:
      *   15/10/2026 - las filas llevan la operacion de la tabla (* +
      *                - ^ /): el listado informa cada numero por
      *                operacion, y ver o reimprimir piden la operacion
      *                ademas del numero (blanco = *). TABLAIX.DAT
      *                tiene la operacion en la clave y TABLASAL.DAT
      *                pasa a 19 posiciones.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. tabrowse.
           05  TX-CLAVE.
               10  TX-FECHA        PIC 9(8).
               10  TX-NUMERO       PIC 9(2).
               10  TX-OPERACION    PIC X(01).
               10  TX-MULTIPLICADOR PIC 9(3).
           05  TX-RESULTADO        PIC 9(5).
       FD  ARCHIVO-TABLAS.
           05  TS-NUMERO           PIC 9(2).
           05  TS-MULTIPLICADOR    PIC 9(3).
           05  TS-RESULTADO        PIC 9(5).
           05  TS-OPERACION        PIC X(01).
       FD  SPOOL-TABLAS.
       01  SPOOL-TABLAS-REC.
           05  SP-CONTROL          PIC X(01).
       01  WS-FECHA-PROCESO        PIC 9(08) VALUE 0.
       01  WS-FECHA-ELEGIDA        PIC 9(08) VALUE 0.
       01  WS-NUMERO-ELEGIDO       PIC 9(02) VALUE 0.
       01  WS-OPERACION-ELEGIDA    PIC X(01) VALUE "*".
           88  OPERACION-VALIDA    VALUE "*" "+" "-" "^" "/".
       01  WS-OPCION               PIC 9(01) VALUE 0.
       01  WS-SALIR                PIC X(01) VALUE "N".
           88  SALIR-VISOR         VALUE "S".
       01  WS-CARATULA-HECHA       PIC X(01) VALUE "N".
           88  CARATULA-HECHA      VALUE "S".
       01  WS-LINEA-FILA           PIC X(60) VALUE SPACES.
      *    numeros de tabla presentes en la fecha, para el listado,
      *    una marca por operacion en el orden de WS-OPERACIONES
       01  WS-NUM-TABLA.
           05  WS-NUM-FILA OCCURS 99 TIMES.
               10  WS-NUM-VISTO OCCURS 5 TIMES PIC X(01).
       01  WS-NUM-IDX              PIC 9(02) VALUE 0.
       01  WS-OPERACIONES          PIC X(05) VALUE "*+-^/".
       01  WS-OPERACIONES-TABLA REDEFINES WS-OPERACIONES.
           05  WS-OPERACION-COD OCCURS 5 TIMES PIC X(01).
       01  WS-OPE-IDX              PIC 9(01) VALUE 0.
       01  WS-OPE-FILA             PIC 9(01) VALUE 0.
       01  WS-NUMCHK-PROMPT        PIC X(40).
       01  WS-NUMCHK-VALOR         PIC 9(09).
       PROCEDURE DIVISION.
               when 2
                   move "P" to WS-ACCION-FILA
                   PERFORM pedirNumero
                   PERFORM pedirOperacion
                   PERFORM recorrerFecha
                   PERFORM avisarVacio
               when 3
           move "numero de la tabla (1-99)" to WS-NUMCHK-PROMPT.
           CALL "numchk" USING WS-NUMCHK-PROMPT WS-NUMCHK-VALOR.
           move WS-NUMCHK-VALOR to WS-NUMERO-ELEGIDO.
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
       listarTablasFecha.
           move "L" to WS-ACCION-FILA.
           move 0 to WS-NUMERO-ELEGIDO.
               UNTIL WS-NUM-IDX > 99.
           PERFORM avisarVacio.
       listarNumero.
           PERFORM listarOperacion VARYING WS-OPE-IDX FROM 1 BY 1
               UNTIL WS-OPE-IDX > 5.
       listarOperacion.
           if WS-NUM-VISTO (WS-NUM-IDX WS-OPE-IDX) = "S"
               display "  tabla del " WS-NUM-IDX " ("
                   WS-OPERACION-COD (WS-OPE-IDX) ")"
           end-if.
       reimprimirTabla.
           move "S" to WS-ACCION-FILA.
           PERFORM pedirNumero.
           PERFORM pedirOperacion.
           OPEN EXTEND SPOOL-TABLAS.
           if WS-ESTADO-SPOOL = "35"
               OPEN OUTPUT SPOOL-TABLAS
           move "N" to SP-IMPRESO.
           move spaces to SP-TEXTO.
           STRING "REIMPRESION tabla del " WS-NUMERO-ELEGIDO
                  " (" WS-OPERACION-ELEGIDA ") fecha " WS-FECHA-ELEGIDA
                  DELIMITED BY SIZE INTO SP-TEXTO.
           WRITE SPOOL-TABLAS-REC.
           set CARATULA-HECHA to true.
           else
               move WS-FECHA-ELEGIDA to TX-FECHA
               move 0 to TX-NUMERO TX-MULTIPLICADOR
               move low-value to TX-OPERACION
               START INDICE-TABLAS KEY IS NOT LESS THAN TX-CLAVE
                   INVALID KEY set FIN-INDICE to true
               END-START
                       set FIN-INDICE to true
                   else
                       move TX-NUMERO to TS-NUMERO
                       move TX-OPERACION to TS-OPERACION
                       move TX-MULTIPLICADOR to TS-MULTIPLICADOR
                       move TX-RESULTADO to TS-RESULTADO
                       PERFORM tratarFila
                   end-if
           END-READ.
       tratarFila.
           if TS-OPERACION = space
               move "*" to TS-OPERACION
           end-if.
           evaluate WS-ACCION-FILA
               when "L"
                   PERFORM buscarOperacion
                   if TS-NUMERO >= 1 and TS-NUMERO <= 99
                       and WS-OPE-FILA > 0
                       move "S" to WS-NUM-VISTO (TS-NUMERO WS-OPE-FILA)
                       add 1 to WS-CANT-FILAS
                   end-if
               when "P"
                   if TS-NUMERO = WS-NUMERO-ELEGIDO
                       and TS-OPERACION = WS-OPERACION-ELEGIDA
                       display "  " TS-NUMERO " " TS-OPERACION " "
                           TS-MULTIPLICADOR " = " TS-RESULTADO
                       add 1 to WS-CANT-FILAS
                   end-if
               when "S"
                   if TS-NUMERO = WS-NUMERO-ELEGIDO
                       and TS-OPERACION = WS-OPERACION-ELEGIDA
                       if not CARATULA-HECHA
                           PERFORM grabaCaratula
                       end-if
                       move WS-FECHA-ELEGIDA to SP-FECHA
                       move "N" to SP-IMPRESO
                       move spaces to WS-LINEA-FILA
                       STRING TS-NUMERO " " TS-OPERACION " "
                              TS-MULTIPLICADOR " = " TS-RESULTADO
                              DELIMITED BY SIZE INTO WS-LINEA-FILA
                       move WS-LINEA-FILA to SP-TEXTO
                       WRITE SPOOL-TABLAS-REC
                       add 1 to WS-CANT-FILAS
                   end-if
           end-evaluate.
       buscarOperacion.
           move 0 to WS-OPE-FILA.
           PERFORM compararOperacion VARYING WS-OPE-IDX FROM 1 BY 1
               UNTIL WS-OPE-IDX > 5.
       compararOperacion.
           if WS-OPERACION-COD (WS-OPE-IDX) = TS-OPERACION
               move WS-OPE-IDX to WS-OPE-FILA
           end-if.
       END PROGRAM tabrowse.
