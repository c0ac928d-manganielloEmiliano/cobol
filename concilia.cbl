      *          TABHIST.DAT, y deja un reporte de conciliacion en
      *          CONCIREP.DAT con estado EN BALANCE / FUERA DE BALANCE.
      * Tectonics: cobc -x -o concilia concilia.cbl
      *            replib.cbl totlib.cbl retlib.cbl fechalib.cbl
      * Modification History:
      *   15/10/2026 - cada fila se recalcula con su propia operacion
      *                (TS-OPERACION: * + - ^ /) en vez de multiplicar
      *                siempre; una operacion desconocida cuenta como
      *                fila errada. El registro de TABLASAL.DAT pasa a
      *                19 posiciones (convoper convierte el archivo).
      *   15/10/2026 - las anulaciones aprobadas (anulmant) de tablas
      *                cuyas fechas estan en el archivo se listan
      *                aparte y se descuentan: el reporte muestra el
      *                total anulado y los totales netos del archivo y
      *                de las sesiones. Las filas de reverso de
      *                TABLAREV.DAT tienen que sumar lo mismo que las
      *                anulaciones que las originaron; si no, el
      *                archivo queda FUERA DE BALANCE. Las filas
      *                originales no se tocan, asi que la comparacion
      *                bruta archivo contra sesiones no cambia.
      *   15/10/2026 - al cerrar CONCIREP.DAT se guarda la copia en el
      *                repositorio de reportes (replib) con fecha,
      *                corrida y programa.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. concilia.
           SELECT OPTIONAL HISTORIAL ASSIGN TO "TABHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-HISTORIAL.
           SELECT OPTIONAL ANULACIONES ASSIGN TO "TABLAANU.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AN-ID
               FILE STATUS IS WS-ESTADO-ANULACIONES.
           SELECT OPTIONAL REVERSOS ASSIGN TO "TABLAREV.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ESTADO-REVERSOS.
           SELECT REPORTE ASSIGN TO "CONCIREP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           05  TS-NUMERO           PIC 9(2).
           05  TS-MULTIPLICADOR    PIC 9(3).
           05  TS-RESULTADO        PIC 9(5).
           05  TS-OPERACION        PIC X(01).
               88  OPER-MULTIPLICA VALUE "*".
               88  OPER-SUMA       VALUE "+".
               88  OPER-RESTA      VALUE "-".
               88  OPER-POTENCIA   VALUE "^".
               88  OPER-DIVISION   VALUE "/".
       FD  HISTORIAL.
       01  HISTORIAL-REC.
           05  TH-FECHA            PIC 9(08).
           05  TH-TOTAL            PIC 9(09).
           05  TH-DESBORDES        PIC 9(05).
           05  TH-CORRIDA          PIC 9(02).
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
       FD  REPORTE.
       01  REPORTE-REC             PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-FIN-HISTORIAL        PIC X(01) VALUE "N".
           88  FIN-HISTORIAL       VALUE "S".
       01  WS-RESULTADO-CALC       PIC 9(9) VALUE 0.
       01  WS-CALC-VALIDO          PIC X(01) VALUE "S".
           88  CALC-VALIDO         VALUE "S".
       01  WS-CANT-FILAS           PIC 9(7) VALUE 0.
       01  WS-CANT-ERRADAS         PIC 9(5) VALUE 0.
       01  WS-TOTAL-ARCHIVO        PIC 9(11) VALUE 0.
       01  WS-TOTAL-SESIONES       PIC 9(11) VALUE 0.
       01  WS-CANT-SESIONES        PIC 9(5) VALUE 0.
       01  WS-LINEA-REPORTE        PIC X(80) VALUE SPACES.
       01  WS-ESTADO-ANULACIONES   PIC X(02).
       01  WS-ESTADO-REVERSOS      PIC X(02).
       01  WS-FIN-ANULACIONES      PIC X(01) VALUE "N".
           88  FIN-ANULACIONES     VALUE "S".
       01  WS-FIN-REVERSOS         PIC X(01) VALUE "N".
           88  FIN-REVERSOS        VALUE "S".
      *    rango de fechas del archivo: solo se descuentan las
      *    anulaciones de tablas de esas fechas
       01  WS-FECHA-DESDE          PIC 9(08) VALUE 99999999.
       01  WS-FECHA-HASTA          PIC 9(08) VALUE 0.
       01  WS-CANT-ANULACIONES     PIC 9(5) VALUE 0.
       01  WS-TOTAL-ANULADO        PIC 9(11) VALUE 0.
       01  WS-TOTAL-REVERSOS       PIC 9(11) VALUE 0.
       01  WS-NETO-ARCHIVO         PIC S9(11) VALUE 0.
       01  WS-NETO-SESIONES        PIC S9(11) VALUE 0.
       01  WS-NETO-EDITADO         PIC -Z(10)9.
       01  WS-REP-PROGRAMA         PIC X(15) VALUE "CONCILIA".
       01  WS-REP-REPORTE          PIC X(12) VALUE "CONCIREP.DAT".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN OUTPUT REPORTE.
           WRITE REPORTE-REC FROM WS-LINEA-REPORTE.
           PERFORM procesarArchivo.
           PERFORM procesarHistorial.
           PERFORM procesarAnulaciones.
           PERFORM imprimeResultado.
           CLOSE REPORTE.
           CALL "replib" USING WS-REP-PROGRAMA WS-REP-REPORTE.
           STOP RUN.
       procesarArchivo.
           OPEN INPUT TABLA-SALIDA.
               NOT AT END
                   add 1 to WS-CANT-FILAS
                   add TS-RESULTADO to WS-TOTAL-ARCHIVO
                   if TS-FECHA < WS-FECHA-DESDE
                       move TS-FECHA to WS-FECHA-DESDE
                   end-if
                   if TS-FECHA > WS-FECHA-HASTA
                       move TS-FECHA to WS-FECHA-HASTA
                   end-if
                   PERFORM recalculaFila
                   if WS-RESULTADO-CALC not = TS-RESULTADO
                       or not CALC-VALIDO
                       add 1 to WS-CANT-ERRADAS
                       PERFORM marcaFilaErrada
                   end-if
           END-READ.
      ******************************************************************
      * misma cuenta que hizo tablas para la fila; lo que no se puede
      * calcular (operacion desconocida, resta negativa, desborde) deja
      * CALC-VALIDO en N.
      ******************************************************************
       recalculaFila.
           move "S" to WS-CALC-VALIDO.
           move 0 to WS-RESULTADO-CALC.
           evaluate true
               when OPER-MULTIPLICA
                   compute WS-RESULTADO-CALC =
                       TS-NUMERO * TS-MULTIPLICADOR
               when OPER-SUMA
                   compute WS-RESULTADO-CALC =
                       TS-NUMERO + TS-MULTIPLICADOR
               when OPER-RESTA
                   if TS-MULTIPLICADOR > TS-NUMERO
                       move "N" to WS-CALC-VALIDO
                   else
                       compute WS-RESULTADO-CALC =
                           TS-NUMERO - TS-MULTIPLICADOR
                   end-if
               when OPER-POTENCIA
                   compute WS-RESULTADO-CALC =
                       TS-NUMERO ** TS-MULTIPLICADOR
                       ON SIZE ERROR move "N" to WS-CALC-VALIDO
                   END-COMPUTE
               when OPER-DIVISION
                   if TS-MULTIPLICADOR = 0
                       move "N" to WS-CALC-VALIDO
                   else
                       divide TS-NUMERO by TS-MULTIPLICADOR
                           giving WS-RESULTADO-CALC
                   end-if
               when other
                   move "N" to WS-CALC-VALIDO
           end-evaluate.
       marcaFilaErrada.
           move spaces to WS-LINEA-REPORTE.
           STRING "  fila errada: fecha=" TS-FECHA
                  " " TS-NUMERO " " TS-OPERACION " " TS-MULTIPLICADOR
                  " archivado=" TS-RESULTADO
                  " calculado=" WS-RESULTADO-CALC
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE.
                   add 1 to WS-CANT-SESIONES
                   add TH-TOTAL to WS-TOTAL-SESIONES
           END-READ.
      ******************************************************************
      * anulaciones aprobadas de tablas del archivo: un renglon por
      * anulacion con su total, y las filas de reverso de TABLAREV.DAT
      * de esas mismas anulaciones sumadas para cruzarlas.
      ******************************************************************
       procesarAnulaciones.
           OPEN INPUT ANULACIONES.
           if WS-ESTADO-ANULACIONES not = "00"
               CLOSE ANULACIONES
           else
               move "anulaciones aprobadas de tablas del archivo:"
                   to WS-LINEA-REPORTE
               WRITE REPORTE-REC FROM WS-LINEA-REPORTE
               move 0 to AN-ID
               START ANULACIONES KEY IS NOT LESS THAN AN-ID
                   INVALID KEY set FIN-ANULACIONES to true
               END-START
               PERFORM leerAnulacion UNTIL FIN-ANULACIONES
               PERFORM procesarReversos
               CLOSE ANULACIONES
           end-if.
       leerAnulacion.
           READ ANULACIONES NEXT RECORD
               AT END set FIN-ANULACIONES to true
               NOT AT END
                   if AN-ESTADO = "APROBADA"
                       and AN-FECHA-TABLA >= WS-FECHA-DESDE
                       and AN-FECHA-TABLA <= WS-FECHA-HASTA
                       add 1 to WS-CANT-ANULACIONES
                       add AN-TOTAL to WS-TOTAL-ANULADO
                       PERFORM listaAnulacion
                   end-if
           END-READ.
       listaAnulacion.
           move spaces to WS-LINEA-REPORTE.
           STRING "  anulacion " AN-ID ": fecha=" AN-FECHA-TABLA
                  " tabla " AN-NUMERO " " AN-OPERACION
                  " filas=" AN-CANT-FILAS " total=" AN-TOTAL
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE.
           WRITE REPORTE-REC FROM WS-LINEA-REPORTE.
           move spaces to WS-LINEA-REPORTE.
           STRING "    motivo: " AN-MOTIVO
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE.
           WRITE REPORTE-REC FROM WS-LINEA-REPORTE.
       procesarReversos.
           OPEN INPUT REVERSOS.
           if WS-ESTADO-REVERSOS = "00"
               PERFORM leerReverso UNTIL FIN-REVERSOS
           end-if.
           CLOSE REVERSOS.
       leerReverso.
           READ REVERSOS
               AT END set FIN-REVERSOS to true
               NOT AT END
                   move RV-ID to AN-ID
                   READ ANULACIONES
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           if AN-ESTADO = "APROBADA"
                               and RV-FECHA >= WS-FECHA-DESDE
                               and RV-FECHA <= WS-FECHA-HASTA
                               add RV-RESULTADO to WS-TOTAL-REVERSOS
                           end-if
                   END-READ
           END-READ.
       imprimeResultado.
           move spaces to WS-LINEA-REPORTE.
           STRING "filas leidas: " WS-CANT-FILAS
                  " (" WS-CANT-SESIONES " sesiones)"
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE.
           WRITE REPORTE-REC FROM WS-LINEA-REPORTE.
           move spaces to WS-LINEA-REPORTE.
           STRING "total anulado:       " WS-TOTAL-ANULADO
                  " (" WS-CANT-ANULACIONES " anulaciones)"
                  "  reversos=" WS-TOTAL-REVERSOS
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE.
           WRITE REPORTE-REC FROM WS-LINEA-REPORTE.
           compute WS-NETO-ARCHIVO =
               WS-TOTAL-ARCHIVO - WS-TOTAL-ANULADO.
           compute WS-NETO-SESIONES =
               WS-TOTAL-SESIONES - WS-TOTAL-ANULADO.
           move WS-NETO-ARCHIVO to WS-NETO-EDITADO.
           move spaces to WS-LINEA-REPORTE.
           STRING "neto del archivo:   " WS-NETO-EDITADO
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE.
           WRITE REPORTE-REC FROM WS-LINEA-REPORTE.
           move WS-NETO-SESIONES to WS-NETO-EDITADO.
           move spaces to WS-LINEA-REPORTE.
           STRING "neto de sesiones:   " WS-NETO-EDITADO
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE.
           WRITE REPORTE-REC FROM WS-LINEA-REPORTE.
           if WS-CANT-ERRADAS = 0
               and WS-TOTAL-ARCHIVO = WS-TOTAL-SESIONES
               and WS-TOTAL-REVERSOS = WS-TOTAL-ANULADO
               move "estado: EN BALANCE" to WS-LINEA-REPORTE
           else
               move "estado: FUERA DE BALANCE - revisar el archivo"
