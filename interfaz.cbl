      *          reenviar un dia anterior: si el archivo vivo ya no
      *          tiene ese dia se lee la generacion <archivo>.G<fecha>
      *          que dejo genroll.
      *          Layout de INTERF.DAT: tipo(1 H/D/R/V/T) fuente(6)
      *          clave(10) valor(9).
      * Tectonics: cobc -x -o interfaz interfaz.cbl numchk.cbl
      *            fechalib.cbl errlib.cbl
      *                companero no esta o no tiene el dia, quedan la
      *                pasada secuencial y el reintento por generacion
      *                fechada de siempre.
      *   15/10/2026 - las filas de tablas llevan su operacion: cada
      *                operacion sale con su propia fuente (TABLAS la
      *                multiplicacion como hasta ahora, TABSUM suma,
      *                TABRES resta, TABPOT potencia, TABDIV division)
      *                y la clave muestra el signo (12+005), para que
      *                el paquete contable no sume resultados de
      *                operaciones distintas bajo una misma cuenta. El
      *                total de control no cambia de regla.
      *   15/10/2026 - las anulaciones de tablas aprobadas en anulmant
      *                que todavia no salieron (o cuyo envio el loader
      *                rechazo segun INTERACK.DAT) van en este envio:
      *                un registro R por fila revertida con la fuente y
      *                la clave de la fila original y el valor en
      *                negativo (signo adelante, ocho digitos), y un
      *                registro V con la cantidad de reversos y su
      *                total de control en negativo, antes del T. El T
      *                sigue contando solo los detalles D. La anulacion
      *                queda marcada con la secuencia que la llevo.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. interfaz.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TX-CLAVE
               FILE STATUS IS WS-ESTADO-INDICE.
           SELECT OPTIONAL ANULACIONES ASSIGN TO "TABLAANU.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AN-ID
               FILE STATUS IS WS-ESTADO-ANULACIONES.
           SELECT OPTIONAL REVERSOS ASSIGN TO "TABLAREV.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ESTADO-REVERSOS.
           SELECT OPTIONAL ACUSES ASSIGN TO "INTERACK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-ACUSES.
       DATA DIVISION.
       FILE SECTION.
       FD  TABLA-SALIDA.
           05  TS-NUMERO           PIC 9(2).
           05  TS-MULTIPLICADOR    PIC 9(3).
           05  TS-RESULTADO        PIC 9(5).
           05  TS-OPERACION        PIC X(01).
       FD  HIST-BANDAS.
       01  HIST-BANDAS-REC.
           05  BH-FECHA            PIC 9(08).
           05  TX-CLAVE.
               10  TX-FECHA        PIC 9(8).
               10  TX-NUMERO       PIC 9(2).
               10  TX-OPERACION    PIC X(01).
               10  TX-MULTIPLICADOR PIC 9(3).
           05  TX-RESULTADO        PIC 9(5).
       FD  INTERCAMBIO.
           05  INT-FUENTE          PIC X(06).
           05  INT-CLAVE           PIC X(10).
           05  INT-VALOR           PIC 9(09).
           05  INT-IMPORTE REDEFINES INT-VALOR
                                   PIC S9(08) SIGN LEADING SEPARATE.
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
       FD  ACUSES.
       01  ACUSES-REC.
           05  AK-SECUENCIA        PIC 9(06).
           05  FILLER              PIC X(01).
           05  AK-ESTADO           PIC X(10).
           05  FILLER              PIC X(01).
           05  AK-FECHA            PIC 9(08).
           05  FILLER              PIC X(01).
           05  AK-MOTIVO           PIC X(30).
       WORKING-STORAGE SECTION.
       01  WS-ESTADO-ARCHIVO       PIC X(02).
       01  WS-ESTADO-SECUENCIAS    PIC X(02).
       01  WS-ESTADO-INDICE        PIC X(02).
       01  WS-ESTADO-INTERC        PIC X(02).
       01  WS-ESTADO-ANULACIONES   PIC X(02).
       01  WS-ESTADO-REVERSOS      PIC X(02).
       01  WS-ESTADO-ACUSES        PIC X(02).
       01  WS-FIN-ANULACIONES      PIC X(01) VALUE "N".
           88  FIN-ANULACIONES     VALUE "S".
       01  WS-CANT-REVERSOS        PIC 9(07) VALUE 0.
       01  WS-HASH-REVERSOS        PIC 9(09) VALUE 0.
      *    envios que el loader rechazo (INTERACK.DAT): una anulacion
      *    que salio en uno de ellos se vuelve a mandar
       01  WS-RECHAZOS.
           05  WS-SEC-RECHAZADA OCCURS 200 TIMES PIC 9(06).
       01  WS-CANT-RECHAZOS        PIC 9(03) VALUE 0.
       01  WS-RCH-IDX              PIC 9(03) VALUE 0.
       01  WS-SEC-RECHAZO          PIC X(01) VALUE "N".
       01  WS-ERR-PROGRAMA         PIC X(15) VALUE "INTERFAZ".
       01  WS-ERR-ARCHIVO          PIC X(12).
       01  WS-ERR-OPERACION        PIC X(10).
       01  WS-ETIQUETAS REDEFINES WS-ETIQUETAS-INIC.
           05  WS-ETIQUETA OCCURS 4 TIMES PIC X(10).
       01  WS-CLAVE-ARMADA         PIC X(10).
       01  WS-OPERACION-FILA       PIC X(01).
           88  OPER-SUMA           VALUE "+".
           88  OPER-RESTA          VALUE "-".
           88  OPER-POTENCIA       VALUE "^".
           88  OPER-DIVISION       VALUE "/".
       01  WS-NUMCHK-PROMPT        PIC X(40).
       01  WS-NUMCHK-VALOR         PIC 9(09).
       PROCEDURE DIVISION.
           WRITE INTERCAMBIO-REC.
           PERFORM extraerTablas.
           PERFORM extraerBandas.
           PERFORM extraerReversos.
           move "T" to INT-TIPO.
           move spaces to INT-FUENTE.
           move WS-CANT-DETALLES to WS-CLAVE-ARMADA.
           display "extracto generado en INTERF.DAT: secuencia "
               WS-SECUENCIA " detalles " WS-CANT-DETALLES
               " control " WS-HASH-TOTAL.
           if WS-CANT-REVERSOS not = 0
               display "  reversos de anulaciones: " WS-CANT-REVERSOS
                   " control -" WS-HASH-REVERSOS
           end-if.
           STOP RUN.
      ******************************************************************
      * el numero de secuencia del envio es el ultimo usado mas uno;
           else
               move WS-FECHA-NEGOCIO to TX-FECHA
               move 0 to TX-NUMERO TX-MULTIPLICADOR
               move low-value to TX-OPERACION
               START INDICE-TABLAS KEY IS NOT LESS THAN TX-CLAVE
                   INVALID KEY set FIN-INDICE to true
               END-START
                       set FIN-INDICE to true
                   else
                       move "D" to INT-TIPO
                       move TX-OPERACION to WS-OPERACION-FILA
                       PERFORM armaFuenteTabla
                       move spaces to WS-CLAVE-ARMADA
                       STRING TX-NUMERO WS-OPERACION-FILA
                           TX-MULTIPLICADOR
                           DELIMITED BY SIZE INTO WS-CLAVE-ARMADA
                       move WS-CLAVE-ARMADA to INT-CLAVE
                       move TX-RESULTADO to INT-VALOR
               NOT AT END
                   if TS-FECHA = WS-FECHA-NEGOCIO
                       move "D" to INT-TIPO
                       move TS-OPERACION to WS-OPERACION-FILA
                       PERFORM armaFuenteTabla
                       move spaces to WS-CLAVE-ARMADA
                       STRING TS-NUMERO WS-OPERACION-FILA
                           TS-MULTIPLICADOR
                           DELIMITED BY SIZE INTO WS-CLAVE-ARMADA
                       move WS-CLAVE-ARMADA to INT-CLAVE
                       move TS-RESULTADO to INT-VALOR
                   end-if
           END-READ.
      ******************************************************************
      * fuente contable de la fila segun su operacion; blanco (filas
      * anteriores a las operaciones) es la multiplicacion.
      ******************************************************************
       armaFuenteTabla.
           evaluate true
               when OPER-SUMA
                   move "TABSUM" to INT-FUENTE
               when OPER-RESTA
                   move "TABRES" to INT-FUENTE
               when OPER-POTENCIA
                   move "TABPOT" to INT-FUENTE
               when OPER-DIVISION
                   move "TABDIV" to INT-FUENTE
               when other
                   move "*" to WS-OPERACION-FILA
                   move "TABLAS" to INT-FUENTE
           end-evaluate.
      ******************************************************************
      * detalles de clasificacion: un registro por banda con lo
      * clasificado en el dia segun IFBANDH.DAT, con el mismo
      * reintento por generacion fechada.
           WRITE INTERCAMBIO-REC.
           add 1 to WS-CANT-DETALLES.
           add WS-BANDA-DIA (WS-IDX) to WS-HASH-TOTAL.
      ******************************************************************
      * reversos de anulaciones: primero se liberan las anulaciones
      * cuyo envio el loader rechazo; despues cada fila de
      * TABLAREV.DAT de una anulacion APROBADA sin secuencia sale como
      * R en negativo, con su propio registro de control V, y las
      * anulaciones enviadas quedan con la secuencia de este envio.
      ******************************************************************
       extraerReversos.
           OPEN I-O ANULACIONES.
           if WS-ESTADO-ANULACIONES not = "00"
               CLOSE ANULACIONES
           else
               PERFORM cargarRechazos
               if WS-CANT-RECHAZOS not = 0
                   PERFORM recorrerAnulaciones
               end-if
               PERFORM pasadaReversos
               if WS-CANT-REVERSOS not = 0
                   move "V" to INT-TIPO
                   move spaces to INT-FUENTE
                   move WS-CANT-REVERSOS to WS-CLAVE-ARMADA
                   move WS-CLAVE-ARMADA to INT-CLAVE
                   compute INT-IMPORTE = 0 - WS-HASH-REVERSOS
                   WRITE INTERCAMBIO-REC
                   move "S" to WS-SEC-RECHAZO
                   PERFORM recorrerAnulaciones
               end-if
               CLOSE ANULACIONES
           end-if.
       cargarRechazos.
           move 0 to WS-CANT-RECHAZOS.
           move "N" to WS-FIN-ARCHIVO.
           OPEN INPUT ACUSES.
           if WS-ESTADO-ACUSES = "00"
               PERFORM leerAcuse UNTIL FIN-ARCHIVO
           end-if.
           CLOSE ACUSES.
           move "N" to WS-SEC-RECHAZO.
       leerAcuse.
           READ ACUSES
               AT END set FIN-ARCHIVO to true
               NOT AT END
                   if AK-ESTADO = "RECHAZADO"
                       and WS-CANT-RECHAZOS < 200
                       add 1 to WS-CANT-RECHAZOS
                       move AK-SECUENCIA
                           to WS-SEC-RECHAZADA (WS-CANT-RECHAZOS)
                   end-if
           END-READ.
      ******************************************************************
      * con WS-SEC-RECHAZO en N libera (secuencia a cero) las
      * aprobadas que salieron en un envio rechazado; en S marca con
      * la secuencia de este envio las que acaban de salir.
      ******************************************************************
       recorrerAnulaciones.
           move "N" to WS-FIN-ANULACIONES.
           move 0 to AN-ID.
           START ANULACIONES KEY IS NOT LESS THAN AN-ID
               INVALID KEY set FIN-ANULACIONES to true
           END-START.
           PERFORM leerAnulacion UNTIL FIN-ANULACIONES.
       leerAnulacion.
           READ ANULACIONES NEXT RECORD
               AT END set FIN-ANULACIONES to true
               NOT AT END
                   if AN-ESTADO = "APROBADA"
                       if WS-SEC-RECHAZO = "S"
                           if AN-SECUENCIA = 0
                               move WS-SECUENCIA to AN-SECUENCIA
                               REWRITE ANULACIONES-REC
                           end-if
                       else
                           PERFORM liberarRechazada VARYING WS-RCH-IDX
                               FROM 1 BY 1
                               UNTIL WS-RCH-IDX > WS-CANT-RECHAZOS
                       end-if
                   end-if
           END-READ.
       liberarRechazada.
           if AN-SECUENCIA not = 0
               and AN-SECUENCIA = WS-SEC-RECHAZADA (WS-RCH-IDX)
               move 0 to AN-SECUENCIA
               REWRITE ANULACIONES-REC
           end-if.
       pasadaReversos.
           move "N" to WS-FIN-ARCHIVO.
           OPEN INPUT REVERSOS.
           if WS-ESTADO-REVERSOS = "00"
               PERFORM leerReverso UNTIL FIN-ARCHIVO
           end-if.
           CLOSE REVERSOS.
       leerReverso.
           READ REVERSOS
               AT END set FIN-ARCHIVO to true
               NOT AT END
                   move RV-ID to AN-ID
                   READ ANULACIONES
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           if AN-ESTADO = "APROBADA"
                               and AN-SECUENCIA = 0
                               PERFORM detalleReverso
                           end-if
                   END-READ
           END-READ.
       detalleReverso.
           move "R" to INT-TIPO.
           move RV-OPERACION to WS-OPERACION-FILA.
           PERFORM armaFuenteTabla.
           move spaces to WS-CLAVE-ARMADA.
           STRING RV-NUMERO WS-OPERACION-FILA RV-MULTIPLICADOR
               DELIMITED BY SIZE INTO WS-CLAVE-ARMADA.
           move WS-CLAVE-ARMADA to INT-CLAVE.
           compute INT-IMPORTE = 0 - RV-RESULTADO.
           WRITE INTERCAMBIO-REC.
           add 1 to WS-CANT-REVERSOS.
           add RV-RESULTADO to WS-HASH-REVERSOS.
       END PROGRAM interfaz.
