      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: anulacion de tablas generadas por error - cuando una
      *          tabla sale con el rango equivocado sus filas ya
      *          sumaron al total de la sesion, salieron en INTERF.DAT
      *          y el loader contable las acuso; editar TABLASAL.DAT a
      *          mano rompe concilia y los sellos. Aca un SUPERVISOR
      *          activo de OPERMAST.DAT pide la anulacion de una tabla
      *          (fecha, numero, operacion y el QE-ID del pedido de
      *          TABLASQ.DAT que la genero, 0 = tabla sin pedido de
      *          cola) con el motivo, y queda PENDIENTE en TABLAANU.DAT
      *          hasta que un segundo operador activo, distinto del
      *          que la pidio, la aprueba o la rechaza (el mismo
      *          maker/checker de aprobpend). Al aprobar no se borra
      *          nada: por cada fila archivada de la tabla se graba un
      *          registro de reverso compensatorio en TABLAREV.DAT con
      *          el mismo resultado, que interfaz manda en negativo en
      *          el proximo envio y que concilia, cierre y ciermes
      *          descuentan y listan aparte. Cada paso queda en el
      *          registro de firma PREGLEDG.DAT.
      *          TABLAANU.DAT: una anulacion por registro, clave AN-ID.
      *          TABLAREV.DAT: id(5) fecha de la tabla(8) numero(2)
      *          multiplicador(3) resultado(5) operacion(1) fecha de
      *          aprobacion(8).
      * Tectonics: cobc -x -o anulmant anulmant.cbl numchk.cbl
      *            fechalib.cbl
      * Modification History:
      *   15/10/2026 - no se anula un pedido de simulacion ni una
      *                lista de precios: ninguno archiva filas en
      *                TABLASAL.DAT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. anulmant.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ANULACIONES ASSIGN TO "TABLAANU.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AN-ID
               FILE STATUS IS WS-ESTADO-ANULACIONES.
           SELECT REVERSOS ASSIGN TO "TABLAREV.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ESTADO-REVERSOS.
           SELECT OPTIONAL COLA-TABLAS ASSIGN TO "TABLASQ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QE-ID
               FILE STATUS IS WS-ESTADO-COLA.
           SELECT OPTIONAL INDICE-TABLAS ASSIGN TO "TABLAIX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TX-CLAVE
               FILE STATUS IS WS-ESTADO-INDICE.
           SELECT ARCHIVO-TABLAS ASSIGN TO DYNAMIC WS-NOMBRE-TABLAS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ESTADO-ARCHIVO.
           SELECT OPERADORES ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-ID
               FILE STATUS IS WS-ESTADO-OPERMAST.
           SELECT LEDGER ASSIGN TO "PREGLEDG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-LEDGER.
       DATA DIVISION.
       FILE SECTION.
       FD  ANULACIONES.
       01  ANULACIONES-REC.
           05  AN-ID               PIC 9(05).
           05  AN-FECHA-TABLA      PIC 9(08).
           05  AN-NUMERO           PIC 9(02).
           05  AN-OPERACION        PIC X(01).
           05  AN-QE-ID            PIC 9(04).
           05  AN-LIMITE-INF       PIC 9(03).
           05  AN-LIMITE-SUP       PIC 9(03).
           05  AN-MOTIVO           PIC X(40).
           05  AN-SUPERVISOR       PIC X(10).
           05  AN-FECHA-ALTA       PIC 9(08).
           05  AN-ESTADO           PIC X(10).
           05  AN-APROBADOR        PIC X(10).
           05  AN-FECHA-ESTADO     PIC 9(08).
           05  AN-CANT-FILAS       PIC 9(03).
           05  AN-TOTAL            PIC 9(09).
           05  AN-SECUENCIA        PIC 9(06).
       FD  REVERSOS.
       01  REVERSOS-REC.
           05  RV-ID               PIC 9(05).
           05  RV-FECHA            PIC 9(08).
           05  RV-NUMERO           PIC 9(02).
           05  RV-MULTIPLICADOR    PIC 9(03).
           05  RV-RESULTADO        PIC 9(05).
           05  RV-OPERACION        PIC X(01).
           05  RV-FECHA-ANULA      PIC 9(08).
       FD  COLA-TABLAS.
       01  COLA-REC.
           05  QE-ID               PIC 9(04).
           05  QE-NUMERO           PIC 9(02).
           05  QE-LIMITE-INF       PIC 9(03).
           05  QE-LIMITE-SUP       PIC 9(03).
           05  QE-SPOOL            PIC X(01).
           05  QE-SIMULACION       PIC X(01).
           05  QE-ESTADO           PIC X(10).
           05  QE-FECHA-ALTA       PIC 9(08).
           05  QE-FECHA-ESTADO     PIC 9(08).
           05  QE-ORIGEN           PIC X(06).
           05  QE-RESPONDIDO       PIC X(01).
           05  QE-TARIFA           PIC X(10).
           05  QE-OPERACION        PIC X(01).
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
       FD  OPERADORES.
       01  OPERADORES-REC.
           05  OP-ID               PIC X(10).
           05  OP-NOMBRE           PIC X(30).
           05  OP-ROL              PIC X(10).
           05  OP-ACTIVO           PIC X(01).
           05  OP-NIVEL            PIC 9(02).
       FD  LEDGER.
       01  LEDGER-REC              PIC X(120).
       WORKING-STORAGE SECTION.
       01  WS-ESTADO-ANULACIONES   PIC X(02).
       01  WS-ESTADO-REVERSOS      PIC X(02).
       01  WS-ESTADO-COLA          PIC X(02).
       01  WS-ESTADO-INDICE        PIC X(02).
       01  WS-ESTADO-ARCHIVO       PIC X(02).
       01  WS-ESTADO-OPERMAST      PIC X(02).
       01  WS-ESTADO-LEDGER        PIC X(02).
       01  WS-NOMBRE-TABLAS        PIC X(30).
       01  WS-OPCION               PIC 9(01) VALUE 0.
       01  WS-SALIR                PIC X(01) VALUE "N".
           88  SALIR-ANULACIONES   VALUE "S".
       01  WS-FIN-ANULACIONES      PIC X(01) VALUE "N".
           88  FIN-ANULACIONES     VALUE "S".
       01  WS-FIN-INDICE           PIC X(01) VALUE "N".
           88  FIN-INDICE          VALUE "S".
       01  WS-FIN-ARCHIVO          PIC X(01) VALUE "N".
           88  FIN-ARCHIVO         VALUE "S".
       01  WS-FECHA-HOY            PIC 9(08) VALUE 0.
       01  WS-ULTIMO-ID            PIC 9(05) VALUE 0.
       01  WS-OPERADOR             PIC X(10).
       01  WS-OPER-VALIDO          PIC X(01).
       01  WS-PEDIR-SUPERVISOR     PIC X(01) VALUE "N".
      *    la tabla a anular, tal como la pide el supervisor
       01  WS-PEDIDO-ANULACION.
           05  WS-PA-FECHA         PIC 9(08).
           05  WS-PA-NUMERO        PIC 9(02).
           05  WS-PA-OPERACION     PIC X(01).
               88  OPERACION-VALIDA VALUE "*" "+" "-" "^" "/".
           05  WS-PA-QE-ID         PIC 9(04).
           05  WS-PA-LIMITE-INF    PIC 9(03).
           05  WS-PA-LIMITE-SUP    PIC 9(03).
           05  WS-PA-MOTIVO        PIC X(40).
       01  WS-YA-ANULADA           PIC X(01) VALUE "N".
      *    S = ademas de contar, grabar el reverso de cada fila
       01  WS-GRABAR-REVERSO       PIC X(01) VALUE "N".
           88  GRABAR-REVERSO      VALUE "S".
       01  WS-FILA-MULT            PIC 9(03) VALUE 0.
       01  WS-FILA-RESULTADO       PIC 9(05) VALUE 0.
       01  WS-FILA-OPERACION       PIC X(01).
       01  WS-CANT-FILAS           PIC 9(03) VALUE 0.
       01  WS-TOTAL-FILAS          PIC 9(09) VALUE 0.
       01  WS-RUTA                 PIC X(35).
       01  WS-LINEA-LEDGER         PIC X(120) VALUE SPACES.
       01  WS-NUMCHK-PROMPT        PIC X(40).
       01  WS-NUMCHK-VALOR         PIC 9(09).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "fechalib" USING WS-FECHA-HOY.
           OPEN I-O ANULACIONES.
           if WS-ESTADO-ANULACIONES not = "00"
               and WS-ESTADO-ANULACIONES not = "05"
               display "no se pudo abrir TABLAANU.DAT, estado "
                   WS-ESTADO-ANULACIONES
               STOP RUN
           end-if.
           PERFORM menuAnulaciones UNTIL SALIR-ANULACIONES.
           CLOSE ANULACIONES.
           STOP RUN.
       menuAnulaciones.
           display " ".
           display "anulacion de tablas generadas por error".
           display "  1 - listar anulaciones".
           display "  2 - pedir la anulacion de una tabla (supervisor)".
           display "  3 - aprobar una anulacion".
           display "  4 - rechazar una anulacion".
           display "  0 - salir".
           move "ingrese opcion (0-4)" to WS-NUMCHK-PROMPT.
           CALL "numchk" USING WS-NUMCHK-PROMPT WS-NUMCHK-VALOR.
           move WS-NUMCHK-VALOR to WS-OPCION.
           evaluate WS-OPCION
               when 0
                   set SALIR-ANULACIONES to true
               when 1
                   PERFORM listarAnulaciones
               when 2
                   PERFORM pedirAnulacion THRU pedirAnulacion-fin
               when 3
                   PERFORM resolverAnulacion THRU resolverAnulacion-fin
               when 4
                   PERFORM resolverAnulacion THRU resolverAnulacion-fin
               when other
                   display "opcion invalida"
           end-evaluate.
       listarAnulaciones.
           move "N" to WS-FIN-ANULACIONES.
           move 0 to AN-ID.
           START ANULACIONES KEY IS NOT LESS THAN AN-ID
               INVALID KEY set FIN-ANULACIONES to true
           END-START.
           display "id    fecha    tabla  pedido filas total     "
               "estado     pidio      aprobo     envio".
           PERFORM listarAnulacion UNTIL FIN-ANULACIONES.
       listarAnulacion.
           READ ANULACIONES NEXT RECORD
               AT END set FIN-ANULACIONES to true
               NOT AT END
                   display AN-ID " " AN-FECHA-TABLA " " AN-NUMERO
                       " " AN-OPERACION "   " AN-QE-ID "   "
                       AN-CANT-FILAS " " AN-TOTAL " " AN-ESTADO " "
                       AN-SUPERVISOR " " AN-APROBADOR " "
                       AN-SECUENCIA
                   display "      motivo: " AN-MOTIVO
           END-READ.
      ******************************************************************
      * el supervisor arma el pedido: la tabla tiene que tener filas
      * archivadas, el pedido de cola tiene que ser de esa tabla y
      * estar HECHO ese dia, y no puede haber otra anulacion viva
      * (PENDIENTE o APROBADA) de la misma tabla.
      ******************************************************************
       pedirAnulacion.
           display "ingrese su id de operador (supervisor)".
           ACCEPT WS-OPERADOR.
           move "S" to WS-PEDIR-SUPERVISOR.
           PERFORM buscarOperador.
           if WS-OPER-VALIDO not = "S"
               display "operador desconocido, inactivo o sin rol"
                   " SUPERVISOR, no se pide la anulacion"
               GO TO pedirAnulacion-fin
           end-if.
           move "fecha de la tabla (AAAAMMDD, 0=hoy)"
               to WS-NUMCHK-PROMPT.
           CALL "numchk" USING WS-NUMCHK-PROMPT WS-NUMCHK-VALOR.
           if WS-NUMCHK-VALOR = 0
               move WS-FECHA-HOY to WS-PA-FECHA
           else
               move WS-NUMCHK-VALOR to WS-PA-FECHA
           end-if.
           move "numero de la tabla (1-99)" to WS-NUMCHK-PROMPT.
           CALL "numchk" USING WS-NUMCHK-PROMPT WS-NUMCHK-VALOR.
           if WS-NUMCHK-VALOR < 1 or WS-NUMCHK-VALOR > 99
               display "numero de tabla invalido"
               GO TO pedirAnulacion-fin
           end-if.
           move WS-NUMCHK-VALOR to WS-PA-NUMERO.
           PERFORM pedirOperacion.
           move "QE-ID del pedido de cola (0=sin pedido)"
               to WS-NUMCHK-PROMPT.
           CALL "numchk" USING WS-NUMCHK-PROMPT WS-NUMCHK-VALOR.
           if WS-NUMCHK-VALOR > 9999
               display "QE-ID invalido"
               GO TO pedirAnulacion-fin
           end-if.
           move WS-NUMCHK-VALOR to WS-PA-QE-ID.
           move 1 to WS-PA-LIMITE-INF.
           move 999 to WS-PA-LIMITE-SUP.
           if WS-PA-QE-ID not = 0
               PERFORM controlarPedidoCola
               if WS-OPER-VALIDO not = "S"
                   GO TO pedirAnulacion-fin
               end-if
           end-if.
           PERFORM controlarYaAnulada.
           if WS-YA-ANULADA = "S"
               display "la tabla ya tiene la anulacion " AN-ID " "
                   AN-ESTADO
               GO TO pedirAnulacion-fin
           end-if.
           move "N" to WS-GRABAR-REVERSO.
           PERFORM recorrerTabla.
           if WS-CANT-FILAS = 0
               display "no hay filas archivadas de la tabla "
                   WS-PA-NUMERO " " WS-PA-OPERACION " el "
                   WS-PA-FECHA ", no hay nada que anular"
               GO TO pedirAnulacion-fin
           end-if.
           PERFORM pedirMotivo.
           PERFORM proximoId.
           move spaces to ANULACIONES-REC.
           compute AN-ID = WS-ULTIMO-ID + 1.
           move WS-PA-FECHA to AN-FECHA-TABLA.
           move WS-PA-NUMERO to AN-NUMERO.
           move WS-PA-OPERACION to AN-OPERACION.
           move WS-PA-QE-ID to AN-QE-ID.
           move WS-PA-LIMITE-INF to AN-LIMITE-INF.
           move WS-PA-LIMITE-SUP to AN-LIMITE-SUP.
           move WS-PA-MOTIVO to AN-MOTIVO.
           move WS-OPERADOR to AN-SUPERVISOR.
           move WS-FECHA-HOY to AN-FECHA-ALTA.
           move "PENDIENTE" to AN-ESTADO.
           move WS-FECHA-HOY to AN-FECHA-ESTADO.
           move WS-CANT-FILAS to AN-CANT-FILAS.
           move WS-TOTAL-FILAS to AN-TOTAL.
           move 0 to AN-SECUENCIA.
           WRITE ANULACIONES-REC
               INVALID KEY
                   display "no se pudo grabar la anulacion " AN-ID
                   GO TO pedirAnulacion-fin
           END-WRITE.
           move spaces to WS-RUTA.
           STRING "anulacion pedida id=" AN-ID
               DELIMITED BY SIZE INTO WS-RUTA.
           PERFORM registraLedger.
           display "anulacion " AN-ID " PENDIENTE: " WS-CANT-FILAS
               " filas, total " WS-TOTAL-FILAS
               "; la aprueba otro operador".
       pedirAnulacion-fin.
           EXIT.
       pedirOperacion.
           display "operacion de la tabla: * + - ^ / (blanco = *)".
           ACCEPT WS-PA-OPERACION.
           if WS-PA-OPERACION = space
               move "*" to WS-PA-OPERACION
           end-if.
           if not OPERACION-VALIDA
               display "operacion invalida"
               go to pedirOperacion
           end-if.
       pedirMotivo.
           display "motivo de la anulacion".
           ACCEPT WS-PA-MOTIVO.
           if WS-PA-MOTIVO = spaces
               display "el motivo es obligatorio"
               go to pedirMotivo
           end-if.
      ******************************************************************
      * el pedido de cola tiene que ser de la tabla pedida y haber
      * corrido ese dia; su rango acota las filas que se anulan.
      ******************************************************************
       controlarPedidoCola.
           move "N" to WS-OPER-VALIDO.
           OPEN INPUT COLA-TABLAS.
           if WS-ESTADO-COLA not = "00"
               display "no hay cola de pedidos TABLASQ.DAT"
           else
               move WS-PA-QE-ID to QE-ID
               READ COLA-TABLAS
                   INVALID KEY
                       display "no existe el pedido " WS-PA-QE-ID
                   NOT INVALID KEY
                       PERFORM compararPedidoCola
               END-READ
           end-if.
           CLOSE COLA-TABLAS.
       compararPedidoCola.
           if QE-OPERACION = space
               move "*" to QE-OPERACION
           end-if.
           evaluate true
               when QE-ESTADO not = "HECHO"
                   display "el pedido " QE-ID " esta " QE-ESTADO
                       ", solo se anula un pedido HECHO"
               when QE-SIMULACION = "S"
                   display "el pedido " QE-ID " fue de simulacion: no"
                       " hay filas archivadas que anular"
               when QE-TARIFA not = spaces
                   display "el pedido " QE-ID " es una lista de"
                       " precios: no hay filas archivadas que anular"
               when QE-NUMERO not = WS-PA-NUMERO
                   or QE-OPERACION not = WS-PA-OPERACION
                   display "el pedido " QE-ID " es de la tabla "
                       QE-NUMERO " " QE-OPERACION
               when QE-FECHA-ESTADO not = WS-PA-FECHA
                   display "el pedido " QE-ID " corrio el "
                       QE-FECHA-ESTADO
               when other
                   move QE-LIMITE-INF to WS-PA-LIMITE-INF
                   move QE-LIMITE-SUP to WS-PA-LIMITE-SUP
                   move "S" to WS-OPER-VALIDO
           end-evaluate.
       controlarYaAnulada.
           move "N" to WS-YA-ANULADA.
           move "N" to WS-FIN-ANULACIONES.
           move 0 to AN-ID.
           START ANULACIONES KEY IS NOT LESS THAN AN-ID
               INVALID KEY set FIN-ANULACIONES to true
           END-START.
           PERFORM compararAnulacion UNTIL FIN-ANULACIONES.
       compararAnulacion.
           READ ANULACIONES NEXT RECORD
               AT END set FIN-ANULACIONES to true
               NOT AT END
                   if AN-FECHA-TABLA = WS-PA-FECHA
                       and AN-NUMERO = WS-PA-NUMERO
                       and AN-OPERACION = WS-PA-OPERACION
                       and (AN-ESTADO = "PENDIENTE"
                           or AN-ESTADO = "APROBADA")
                       move "S" to WS-YA-ANULADA
                       set FIN-ANULACIONES to true
                   end-if
           END-READ.
       proximoId.
           move 0 to WS-ULTIMO-ID.
           move "N" to WS-FIN-ANULACIONES.
           move 0 to AN-ID.
           START ANULACIONES KEY IS NOT LESS THAN AN-ID
               INVALID KEY set FIN-ANULACIONES to true
           END-START.
           PERFORM leerUltimoId UNTIL FIN-ANULACIONES.
       leerUltimoId.
           READ ANULACIONES NEXT RECORD
               AT END set FIN-ANULACIONES to true
               NOT AT END
                   move AN-ID to WS-ULTIMO-ID
           END-READ.
      ******************************************************************
      * el segundo operador confirma o rechaza; al aprobar se releen
      * las filas archivadas y se graba un reverso por cada una, y la
      * anulacion queda con las filas y el total realmente revertidos.
      ******************************************************************
       resolverAnulacion.
           move "id de la anulacion" to WS-NUMCHK-PROMPT.
           CALL "numchk" USING WS-NUMCHK-PROMPT WS-NUMCHK-VALOR.
           move WS-NUMCHK-VALOR to AN-ID.
           READ ANULACIONES
               INVALID KEY
                   display "no existe la anulacion " AN-ID
                   GO TO resolverAnulacion-fin
           END-READ.
           if AN-ESTADO not = "PENDIENTE"
               display "la anulacion " AN-ID " ya esta " AN-ESTADO
               GO TO resolverAnulacion-fin
           end-if.
           display "tabla " AN-NUMERO " " AN-OPERACION " del "
               AN-FECHA-TABLA " filas=" AN-CANT-FILAS
               " total=" AN-TOTAL.
           display "motivo: " AN-MOTIVO.
           display "ingrese su id de operador (checker)".
           ACCEPT WS-OPERADOR.
           if WS-OPERADOR = AN-SUPERVISOR
               display "el checker no puede ser el mismo supervisor"
                   " que pidio la anulacion"
               GO TO resolverAnulacion-fin
           end-if.
           move "N" to WS-PEDIR-SUPERVISOR.
           PERFORM buscarOperador.
           if WS-OPER-VALIDO not = "S"
               display "operador desconocido o inactivo, no se"
                   " resuelve la anulacion"
               GO TO resolverAnulacion-fin
           end-if.
           if WS-OPCION = 3
               PERFORM grabarReversos
               if WS-CANT-FILAS = 0
                   display "la tabla ya no tiene filas archivadas,"
                       " no se aprueba"
                   GO TO resolverAnulacion-fin
               end-if
               move "APROBADA" to AN-ESTADO
               move WS-CANT-FILAS to AN-CANT-FILAS
               move WS-TOTAL-FILAS to AN-TOTAL
               move spaces to WS-RUTA
               STRING "anulacion aprobada id=" AN-ID
                   DELIMITED BY SIZE INTO WS-RUTA
           else
               move "RECHAZADA" to AN-ESTADO
               move spaces to WS-RUTA
               STRING "anulacion rechazada id=" AN-ID
                   DELIMITED BY SIZE INTO WS-RUTA
           end-if.
           move WS-FECHA-HOY to AN-FECHA-ESTADO.
           move WS-OPERADOR to AN-APROBADOR.
           REWRITE ANULACIONES-REC.
           PERFORM registraLedger.
           display "anulacion " AN-ID " " AN-ESTADO " por "
               WS-OPERADOR.
       resolverAnulacion-fin.
           EXIT.
       grabarReversos.
           move AN-FECHA-TABLA to WS-PA-FECHA.
           move AN-NUMERO to WS-PA-NUMERO.
           move AN-OPERACION to WS-PA-OPERACION.
           move AN-LIMITE-INF to WS-PA-LIMITE-INF.
           move AN-LIMITE-SUP to WS-PA-LIMITE-SUP.
           OPEN EXTEND REVERSOS.
           if WS-ESTADO-REVERSOS = "35"
               OPEN OUTPUT REVERSOS
               CLOSE REVERSOS
               OPEN EXTEND REVERSOS
           end-if.
           move "S" to WS-GRABAR-REVERSO.
           PERFORM recorrerTabla.
           CLOSE REVERSOS.
           display WS-CANT-FILAS " reversos grabados en TABLAREV.DAT".
      ******************************************************************
      * las filas de la tabla, con el orden de busqueda de siempre: el
      * companero indexado entrando por la clave de la tabla; si no la
      * tiene, el vivo TABLASAL.DAT; si tampoco, la generacion fechada
      * de genroll.
      ******************************************************************
       recorrerTabla.
           move 0 to WS-CANT-FILAS.
           move 0 to WS-TOTAL-FILAS.
           PERFORM recorrerIndice.
           if WS-CANT-FILAS = 0
               move "TABLASAL.DAT" to WS-NOMBRE-TABLAS
               PERFORM recorrerArchivo
               if WS-CANT-FILAS = 0
                   move spaces to WS-NOMBRE-TABLAS
                   STRING "TABLASAL.DAT.G" WS-PA-FECHA
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
               move WS-PA-FECHA to TX-FECHA
               move WS-PA-NUMERO to TX-NUMERO
               move WS-PA-OPERACION to TX-OPERACION
               move WS-PA-LIMITE-INF to TX-MULTIPLICADOR
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
                   if TX-FECHA not = WS-PA-FECHA
                       or TX-NUMERO not = WS-PA-NUMERO
                       or TX-OPERACION not = WS-PA-OPERACION
                       or TX-MULTIPLICADOR > WS-PA-LIMITE-SUP
                       set FIN-INDICE to true
                   else
                       move TX-MULTIPLICADOR to WS-FILA-MULT
                       move TX-RESULTADO to WS-FILA-RESULTADO
                       PERFORM tomarFila
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
                   move TS-OPERACION to WS-FILA-OPERACION
                   if WS-FILA-OPERACION = space
                       move "*" to WS-FILA-OPERACION
                   end-if
                   if TS-FECHA = WS-PA-FECHA
                       and TS-NUMERO = WS-PA-NUMERO
                       and WS-FILA-OPERACION = WS-PA-OPERACION
                       and TS-MULTIPLICADOR >= WS-PA-LIMITE-INF
                       and TS-MULTIPLICADOR <= WS-PA-LIMITE-SUP
                       move TS-MULTIPLICADOR to WS-FILA-MULT
                       move TS-RESULTADO to WS-FILA-RESULTADO
                       PERFORM tomarFila
                   end-if
           END-READ.
       tomarFila.
           add 1 to WS-CANT-FILAS.
           add WS-FILA-RESULTADO to WS-TOTAL-FILAS.
           if GRABAR-REVERSO
               move AN-ID to RV-ID
               move WS-PA-FECHA to RV-FECHA
               move WS-PA-NUMERO to RV-NUMERO
               move WS-FILA-MULT to RV-MULTIPLICADOR
               move WS-FILA-RESULTADO to RV-RESULTADO
               move WS-PA-OPERACION to RV-OPERACION
               move WS-FECHA-HOY to RV-FECHA-ANULA
               WRITE REVERSOS-REC
           end-if.
       registraLedger.
           OPEN EXTEND LEDGER.
           if WS-ESTADO-LEDGER = "35"
               OPEN OUTPUT LEDGER
               CLOSE LEDGER
               OPEN EXTEND LEDGER
           end-if.
           move spaces to WS-LINEA-LEDGER.
           STRING WS-FECHA-HOY      DELIMITED BY SIZE
                  " SiOno="         DELIMITED BY SIZE
                  "S"               DELIMITED BY SIZE
                  " camino="        DELIMITED BY SIZE
                  WS-RUTA           DELIMITED BY SIZE
                  " maker="         DELIMITED BY SIZE
                  AN-SUPERVISOR     DELIMITED BY SIZE
                  " checker="       DELIMITED BY SIZE
                  AN-APROBADOR      DELIMITED BY SIZE
                  INTO WS-LINEA-LEDGER.
           WRITE LEDGER-REC FROM WS-LINEA-LEDGER.
           CLOSE LEDGER.
      ******************************************************************
      * operador activo del maestro; para pedir la anulacion ademas
      * tiene que tener rol SUPERVISOR.
      ******************************************************************
       buscarOperador.
           move "N" to WS-OPER-VALIDO.
           OPEN INPUT OPERADORES.
           if WS-ESTADO-OPERMAST not = "00"
               display "no se pudo abrir el maestro de operadores"
           else
               move WS-OPERADOR to OP-ID
               READ OPERADORES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       if OP-ACTIVO = "S"
                           and (WS-PEDIR-SUPERVISOR = "N"
                               or OP-ROL = "SUPERVISOR")
                           move "S" to WS-OPER-VALIDO
                       end-if
               END-READ
               CLOSE OPERADORES
           end-if.
       END PROGRAM anulmant.
