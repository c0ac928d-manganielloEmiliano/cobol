      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: linaje de un pedido de tablas - cuando un departamento
      *          discute un resultado habia que abrir uno por uno
      *          PEDIDOSX.PRO, GWDISP.DAT, TABLASQ.DAT, TABLASAL.DAT,
      *          INTERSEC.DAT e INTERACK.DAT para rearmar la historia.
      *          Esta consulta toma un QE-ID (o un departamento y una
      *          fecha, y entonces recorre todos sus pedidos) y muestra
      *          en pantalla y en el archivo imprimible LINAJREP.DAT la
      *          cadena completa: la linea original de la transferencia,
      *          su disposicion en la pasarela, los estados del pedido
      *          en la cola con sus fechas, la corrida y el operador que
      *          lo produjo (el renglon PEDIDO que tablas deja en
      *          AUDITORI.DAT; el operador es findia si cae dentro del
      *          paso TABLAS de EODRUN.DAT, si no el ultimo que lanzo
      *          tablas desde el menu ese dia), las filas archivadas,
      *          la secuencia de interfaz que las llevo con el acuse
      *          del loader, y las anulaciones de la tabla con el envio
      *          de sus reversos. Si el vivo ya no tiene el dato se
      *          buscan las generaciones que genroll dejo catalogadas
      *          en GENCAT.DAT (y la fechada TABLASAL.DAT.G<fecha> para
      *          las filas).
      * Tectonics: cobc -x -o linaje linaje.cbl numchk.cbl fechalib.cbl
      * Modification History:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. linaje.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL COLA ASSIGN TO "TABLASQ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QE-ID
               FILE STATUS IS WS-ESTADO-COLA.
           SELECT TRANSFERENCIA ASSIGN TO DYNAMIC WS-NOMBRE-TRANSF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-ARCHIVO.
           SELECT DISPOSICION ASSIGN TO DYNAMIC WS-NOMBRE-DISP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-ARCHIVO.
           SELECT AUDITORIA ASSIGN TO DYNAMIC WS-NOMBRE-AUDITORIA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-ARCHIVO.
           SELECT BITACORA ASSIGN TO DYNAMIC WS-NOMBRE-BITACORA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-ARCHIVO.
           SELECT OPTIONAL CATALOGO ASSIGN TO "GENCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CATALOGO.
           SELECT OPTIONAL INDICE-TABLAS ASSIGN TO "TABLAIX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TX-CLAVE
               FILE STATUS IS WS-ESTADO-INDICE.
           SELECT ARCHIVO-TABLAS ASSIGN TO DYNAMIC WS-NOMBRE-TABLAS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ESTADO-ARCHIVO.
           SELECT OPTIONAL SECUENCIAS ASSIGN TO "INTERSEC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-SECUENCIAS.
           SELECT OPTIONAL ACUSES ASSIGN TO "INTERACK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-ACUSES.
           SELECT OPTIONAL ANULACIONES ASSIGN TO "TABLAANU.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AN-ID
               FILE STATUS IS WS-ESTADO-ANULACIONES.
           SELECT REPORTE ASSIGN TO "LINAJREP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-REPORTE.
       DATA DIVISION.
       FILE SECTION.
       FD  COLA.
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
       FD  TRANSFERENCIA.
       01  TRANSFERENCIA-REC.
           05  GW-SOLICITANTE      PIC X(06).
           05  FILLER              PIC X(01).
           05  GW-NUMERO           PIC X(02).
           05  FILLER              PIC X(01).
           05  GW-LIM-INF          PIC X(03).
           05  FILLER              PIC X(01).
           05  GW-LIM-SUP          PIC X(03).
           05  FILLER              PIC X(01).
           05  GW-SPOOL            PIC X(01).
           05  FILLER              PIC X(01).
           05  GW-SIMULACION       PIC X(01).
           05  FILLER              PIC X(01).
           05  GW-OPERACION        PIC X(01).
       FD  DISPOSICION.
       01  DISPOSICION-REC         PIC X(60).
       FD  AUDITORIA.
       01  AUDITORIA-REC           PIC X(132).
       FD  BITACORA.
       01  BITACORA-REC            PIC X(120).
       FD  CATALOGO.
       01  CATALOGO-REC.
           05  GK-FECHA            PIC 9(08).
           05  FILLER              PIC X(01).
           05  GK-ARCHIVO          PIC X(12).
           05  FILLER              PIC X(01).
           05  GK-GENERACION       PIC X(30).
           05  FILLER              PIC X(01).
           05  GK-CANTIDAD         PIC 9(07).
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
       FD  SECUENCIAS.
       01  SECUENCIAS-REC.
           05  IS-SECUENCIA        PIC 9(06).
           05  FILLER              PIC X(01).
           05  IS-FECHA-NEGOCIO    PIC 9(08).
           05  FILLER              PIC X(01).
           05  IS-FECHA-ENVIO      PIC 9(08).
       FD  ACUSES.
       01  ACUSES-REC.
           05  AK-SECUENCIA        PIC 9(06).
           05  FILLER              PIC X(01).
           05  AK-ESTADO           PIC X(10).
           05  FILLER              PIC X(01).
           05  AK-FECHA            PIC 9(08).
           05  FILLER              PIC X(01).
           05  AK-MOTIVO           PIC X(30).
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
       FD  REPORTE.
       01  REPORTE-REC             PIC X(100).
       WORKING-STORAGE SECTION.
       01  WS-ESTADO-COLA          PIC X(02).
       01  WS-ESTADO-ARCHIVO       PIC X(02).
       01  WS-ESTADO-CATALOGO      PIC X(02).
       01  WS-ESTADO-INDICE        PIC X(02).
       01  WS-ESTADO-SECUENCIAS    PIC X(02).
       01  WS-ESTADO-ACUSES        PIC X(02).
       01  WS-ESTADO-ANULACIONES   PIC X(02).
       01  WS-ESTADO-REPORTE       PIC X(02).
       01  WS-NOMBRE-TRANSF        PIC X(30).
       01  WS-NOMBRE-DISP          PIC X(30).
       01  WS-NOMBRE-AUDITORIA     PIC X(30).
       01  WS-NOMBRE-BITACORA      PIC X(30).
       01  WS-NOMBRE-TABLAS        PIC X(30).
       01  WS-ARCHIVO-BUSCADO      PIC X(12).
       01  WS-FIN-COLA             PIC X(01) VALUE "N".
           88  FIN-COLA            VALUE "S".
       01  WS-FIN-ARCHIVO          PIC X(01) VALUE "N".
           88  FIN-ARCHIVO         VALUE "S".
       01  WS-FIN-CATALOGO         PIC X(01) VALUE "N".
           88  FIN-CATALOGO        VALUE "S".
       01  WS-FIN-INDICE           PIC X(01) VALUE "N".
           88  FIN-INDICE          VALUE "S".
       01  WS-FIN-SECUENCIAS       PIC X(01) VALUE "N".
           88  FIN-SECUENCIAS      VALUE "S".
       01  WS-FIN-ACUSES           PIC X(01) VALUE "N".
           88  FIN-ACUSES          VALUE "S".
       01  WS-FIN-ANULACIONES      PIC X(01) VALUE "N".
           88  FIN-ANULACIONES     VALUE "S".
       01  WS-HALLADO              PIC X(01) VALUE "N".
           88  HALLADO             VALUE "S".
       01  WS-FECHA-HOY            PIC 9(08) VALUE 0.
       01  WS-FECHA-BUSCADA        PIC 9(08) VALUE 0.
       01  WS-DEPTO-BUSCADO        PIC X(06) VALUE SPACES.
       01  WS-CANT-PEDIDOS         PIC 9(04) VALUE 0.
       01  WS-CANT-RECHAZOS        PIC 9(04) VALUE 0.
       01  WS-CUENTA               PIC 9(03) VALUE 0.
       01  WS-LINEA-REPORTE        PIC X(100) VALUE SPACES.
      *    el pedido cuyo linaje se arma (copia del registro de cola)
       01  WS-PEDIDO.
           05  WS-PE-ID            PIC 9(04).
           05  WS-PE-NUMERO        PIC 9(02).
           05  WS-PE-LIMITE-INF    PIC 9(03).
           05  WS-PE-LIMITE-SUP    PIC 9(03).
           05  WS-PE-SPOOL         PIC X(01).
           05  WS-PE-SIMULACION    PIC X(01).
           05  WS-PE-ESTADO        PIC X(10).
           05  WS-PE-FECHA-ALTA    PIC 9(08).
           05  WS-PE-FECHA-ESTADO  PIC 9(08).
           05  WS-PE-ORIGEN        PIC X(06).
           05  WS-PE-RESPONDIDO    PIC X(01).
           05  WS-PE-TARIFA        PIC X(10).
           05  WS-PE-OPERACION     PIC X(01).
       01  WS-BUSCA-PEDIDO         PIC X(11).
       01  WS-LINEA-DISP-HALLADA   PIC X(60).
      *    renglon de auditoria (layout de auditlog)
       01  WS-AUDITORIA-LAYOUT.
           05  AU-FECHA            PIC 9(08).
           05  FILLER              PIC X(01).
           05  AU-HORA             PIC 9(08).
           05  FILLER              PIC X(06).
           05  AU-PROGRAMA         PIC X(15).
           05  FILLER              PIC X(07).
           05  AU-CAMPO            PIC X(15).
           05  FILLER              PIC X(07).
           05  AU-VALOR            PIC X(20).
           05  FILLER              PIC X(11).
           05  AU-RESULTADO        PIC X(20).
           05  FILLER              PIC X(09).
           05  AU-CORRIDA          PIC X(02).
           05  FILLER              PIC X(03).
      *    renglon de paso de la bitacora de findia
       01  WS-BITACORA-LAYOUT.
           05  EO-FECHA            PIC 9(08).
           05  FILLER              PIC X(01).
           05  EO-HORA             PIC X(08).
           05  FILLER              PIC X(06).
           05  EO-PASO             PIC X(15).
           05  FILLER              PIC X(13).
           05  EO-RC               PIC X(09).
           05  FILLER              PIC X(05).
           05  EO-INI              PIC X(08).
           05  EO-INI-NUM REDEFINES EO-INI PIC 9(08).
           05  FILLER              PIC X(05).
           05  EO-FIN              PIC X(08).
           05  EO-FIN-NUM REDEFINES EO-FIN PIC 9(08).
           05  FILLER              PIC X(34).
      *    la corrida que produjo el pedido
       01  WS-CORRIDA-PEDIDO.
           05  WS-CO-FECHA         PIC 9(08).
           05  WS-CO-HORA          PIC 9(08).
           05  WS-CO-CORRIDA       PIC X(02).
           05  WS-CO-ESTADO        PIC X(10).
           05  WS-CO-OPERADOR      PIC X(20).
       01  WS-LANZA-FECHA          PIC 9(08) VALUE 0.
       01  WS-LANZA-HORA           PIC 9(08) VALUE 0.
       01  WS-LANZA-OPERADOR       PIC X(10) VALUE SPACES.
       01  WS-EN-FINDIA            PIC X(01) VALUE "N".
      *    filas archivadas del pedido
       01  WS-FECHA-FILAS          PIC 9(08) VALUE 0.
       01  WS-FILA-MULT            PIC 9(03) VALUE 0.
       01  WS-FILA-RESULTADO       PIC 9(05) VALUE 0.
       01  WS-FILA-OPERACION       PIC X(01).
       01  WS-CANT-FILAS           PIC 9(05) VALUE 0.
       01  WS-TOTAL-FILAS          PIC 9(11) VALUE 0.
       01  WS-ORIGEN-FILAS         PIC X(30) VALUE SPACES.
       01  WS-CANT-ENVIOS          PIC 9(03) VALUE 0.
       01  WS-SECUENCIA-BUSCADA    PIC 9(06) VALUE 0.
       01  WS-CANT-ANULACIONES     PIC 9(03) VALUE 0.
       01  WS-NUMCHK-PROMPT        PIC X(40).
       01  WS-NUMCHK-VALOR         PIC 9(09).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "fechalib" USING WS-FECHA-HOY.
           OPEN OUTPUT REPORTE.
           if WS-ESTADO-REPORTE not = "00"
               display "no se pudo abrir LINAJREP.DAT, estado "
                   WS-ESTADO-REPORTE
               STOP RUN
           end-if.
           display "linaje de pedidos de tablas".
           move "QE-ID del pedido (0=por departamento y fecha)"
               to WS-NUMCHK-PROMPT.
           CALL "numchk" USING WS-NUMCHK-PROMPT WS-NUMCHK-VALOR.
           if WS-NUMCHK-VALOR > 9999
               display "QE-ID invalido"
               CLOSE REPORTE
               STOP RUN
           end-if.
           OPEN INPUT COLA.
           if WS-NUMCHK-VALOR not = 0
               move WS-NUMCHK-VALOR to WS-PE-ID
               PERFORM consultaPorId
           else
               PERFORM consultaPorDepartamento
           end-if.
           CLOSE COLA.
           CLOSE REPORTE.
           display "la consulta quedo en LINAJREP.DAT".
           STOP RUN.
       consultaPorId.
           move spaces to WS-LINEA-REPORTE.
           STRING "linaje del pedido " WS-PE-ID
                  " (consultado el " WS-FECHA-HOY ")"
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE.
           PERFORM emiteLinea.
           if WS-ESTADO-COLA not = "00"
               move "no hay cola de pedidos TABLASQ.DAT"
                   to WS-LINEA-REPORTE
               PERFORM emiteLinea
           else
               move WS-PE-ID to QE-ID
               READ COLA
                   INVALID KEY
                       move spaces to WS-LINEA-REPORTE
                       STRING "no existe el pedido " WS-PE-ID
                           " en TABLASQ.DAT" DELIMITED BY SIZE
                           INTO WS-LINEA-REPORTE
                       PERFORM emiteLinea
                   NOT INVALID KEY
                       PERFORM armaLinaje
               END-READ
           end-if.
      ******************************************************************
      * todos los pedidos del departamento dados de alta o resueltos en
      * la fecha, y los renglones de la transferencia de ese dia que la
      * pasarela rechazo (esos nunca llegaron a la cola).
      ******************************************************************
       consultaPorDepartamento.
           display "codigo del departamento solicitante".
           ACCEPT WS-DEPTO-BUSCADO.
           move "fecha (AAAAMMDD, 0=hoy)" to WS-NUMCHK-PROMPT.
           CALL "numchk" USING WS-NUMCHK-PROMPT WS-NUMCHK-VALOR.
           if WS-NUMCHK-VALOR = 0
               move WS-FECHA-HOY to WS-FECHA-BUSCADA
           else
               move WS-NUMCHK-VALOR to WS-FECHA-BUSCADA
           end-if.
           move spaces to WS-LINEA-REPORTE.
           STRING "linaje de los pedidos de " WS-DEPTO-BUSCADO
                  " del " WS-FECHA-BUSCADA
                  " (consultado el " WS-FECHA-HOY ")"
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE.
           PERFORM emiteLinea.
           if WS-ESTADO-COLA = "00"
               move "N" to WS-FIN-COLA
               move 0 to QE-ID
               START COLA KEY IS NOT LESS THAN QE-ID
                   INVALID KEY set FIN-COLA to true
               END-START
               PERFORM leerPedidoDepto UNTIL FIN-COLA
           end-if.
           if WS-CANT-PEDIDOS = 0
               move "sin pedidos del departamento en la cola"
                   to WS-LINEA-REPORTE
               PERFORM emiteLinea
           end-if.
           PERFORM listarRechazosDepto.
       leerPedidoDepto.
           READ COLA NEXT RECORD
               AT END set FIN-COLA to true
               NOT AT END
                   if QE-ORIGEN = WS-DEPTO-BUSCADO
                       and (QE-FECHA-ALTA = WS-FECHA-BUSCADA
                           or QE-FECHA-ESTADO = WS-FECHA-BUSCADA)
                       add 1 to WS-CANT-PEDIDOS
                       PERFORM armaLinaje
                   end-if
           END-READ.
       listarRechazosDepto.
           move "renglones rechazados por la pasarela:"
               to WS-LINEA-REPORTE.
           PERFORM emiteLinea.
           move "GWDISP.DAT" to WS-NOMBRE-DISP.
           PERFORM pasadaRechazos.
           if WS-CANT-RECHAZOS = 0
               move spaces to WS-NOMBRE-DISP
               STRING "GWDISP.DAT.G" WS-FECHA-BUSCADA
                   DELIMITED BY SIZE INTO WS-NOMBRE-DISP
               PERFORM pasadaRechazos
           end-if.
           if WS-CANT-RECHAZOS = 0
               move "  ninguno" to WS-LINEA-REPORTE
               PERFORM emiteLinea
           end-if.
       pasadaRechazos.
           move "N" to WS-FIN-ARCHIVO.
           OPEN INPUT DISPOSICION.
           if WS-ESTADO-ARCHIVO = "00"
               PERFORM leerRechazo UNTIL FIN-ARCHIVO
               CLOSE DISPOSICION
           end-if.
       leerRechazo.
           READ DISPOSICION
               AT END set FIN-ARCHIVO to true
               NOT AT END
                   move 0 to WS-CUENTA
                   INSPECT DISPOSICION-REC TALLYING WS-CUENTA
                       FOR ALL "RECHAZADO"
                   if DISPOSICION-REC (1:8) = WS-FECHA-BUSCADA
                       and DISPOSICION-REC (10:6) = WS-DEPTO-BUSCADO
                       and WS-CUENTA not = 0
                       add 1 to WS-CANT-RECHAZOS
                       move spaces to WS-LINEA-REPORTE
                       STRING "  " DISPOSICION-REC
                           DELIMITED BY SIZE INTO WS-LINEA-REPORTE
                       PERFORM emiteLinea
                   end-if
           END-READ.
      ******************************************************************
      * la cadena completa de un pedido, de la transferencia al acuse.
      ******************************************************************
       armaLinaje.
           move COLA-REC to WS-PEDIDO.
           if WS-PE-OPERACION = space
               move "*" to WS-PE-OPERACION
           end-if.
           move spaces to WS-BUSCA-PEDIDO.
           STRING "pedido=" WS-PE-ID DELIMITED BY SIZE
               INTO WS-BUSCA-PEDIDO.
           move all "-" to WS-LINEA-REPORTE.
           PERFORM emiteLinea.
           move spaces to WS-LINEA-REPORTE.
           STRING "pedido " WS-PE-ID ": tabla " WS-PE-NUMERO " "
                  WS-PE-OPERACION " multiplicadores " WS-PE-LIMITE-INF
                  "-" WS-PE-LIMITE-SUP " origen " WS-PE-ORIGEN
                  " tarifa " WS-PE-TARIFA
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE.
           PERFORM emiteLinea.
           PERFORM mostrarDisposicion.
           PERFORM mostrarCola.
           PERFORM mostrarCorrida.
           PERFORM mostrarFilas.
           PERFORM mostrarAnulaciones.
       mostrarCola.
           move spaces to WS-LINEA-REPORTE.
           STRING "  cola: alta " WS-PE-FECHA-ALTA
                  " estado " WS-PE-ESTADO " desde " WS-PE-FECHA-ESTADO
                  " spool=" WS-PE-SPOOL
                  " simulacion=" WS-PE-SIMULACION
                  " respondido=" WS-PE-RESPONDIDO
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE.
           PERFORM emiteLinea.
      ******************************************************************
      * disposicion de la pasarela (renglon CARGADO o RETENIDO con el
      * QE-ID) y, si vino por la pasarela, la linea original de la
      * transferencia apartada en PEDIDOSX.PRO.
      ******************************************************************
       mostrarDisposicion.
           move "N" to WS-HALLADO.
           move spaces to WS-LINEA-DISP-HALLADA.
           move "GWDISP.DAT" to WS-NOMBRE-DISP.
           PERFORM pasadaDisposicion.
           if not HALLADO
               move "GWDISP.DAT" to WS-ARCHIVO-BUSCADO
               PERFORM recorrerCatalogo
           end-if.
           if HALLADO
               move spaces to WS-LINEA-REPORTE
               STRING "  pasarela: " WS-LINEA-DISP-HALLADA
                   DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               PERFORM emiteLinea
               PERFORM mostrarTransferencia
           else
               move spaces to WS-LINEA-REPORTE
               STRING "  pasarela: sin renglon en GWDISP.DAT, alta"
                   " manual por colamant" DELIMITED BY SIZE
                   INTO WS-LINEA-REPORTE
               PERFORM emiteLinea
           end-if.
       pasadaDisposicion.
           move "N" to WS-FIN-ARCHIVO.
           OPEN INPUT DISPOSICION.
           if WS-ESTADO-ARCHIVO = "00"
               PERFORM leerDisposicion UNTIL FIN-ARCHIVO
               CLOSE DISPOSICION
           end-if.
       leerDisposicion.
           READ DISPOSICION
               AT END set FIN-ARCHIVO to true
               NOT AT END
                   move 0 to WS-CUENTA
                   INSPECT DISPOSICION-REC TALLYING WS-CUENTA
                       FOR ALL WS-BUSCA-PEDIDO
                   if WS-CUENTA not = 0
                       and DISPOSICION-REC (10:6) = WS-PE-ORIGEN
                       move DISPOSICION-REC to WS-LINEA-DISP-HALLADA
                       set HALLADO to true
                   end-if
           END-READ.
       mostrarTransferencia.
           move "N" to WS-HALLADO.
           move "PEDIDOSX.PRO" to WS-NOMBRE-TRANSF.
           PERFORM pasadaTransferencia.
           if not HALLADO
               move "PEDIDOSX.PRO" to WS-ARCHIVO-BUSCADO
               PERFORM recorrerCatalogo
           end-if.
           if not HALLADO
               move spaces to WS-LINEA-REPORTE
               STRING "  transferencia: la linea ya no esta en"
                   " PEDIDOSX.PRO ni en sus generaciones"
                   DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               PERFORM emiteLinea
           end-if.
       pasadaTransferencia.
           move "N" to WS-FIN-ARCHIVO.
           OPEN INPUT TRANSFERENCIA.
           if WS-ESTADO-ARCHIVO = "00"
               PERFORM leerTransferencia UNTIL FIN-ARCHIVO
               CLOSE TRANSFERENCIA
           end-if.
       leerTransferencia.
           READ TRANSFERENCIA
               AT END set FIN-ARCHIVO to true
               NOT AT END
                   if GW-OPERACION = space
                       move "*" to GW-OPERACION
                   end-if
                   if GW-SOLICITANTE = WS-PE-ORIGEN
                       and GW-NUMERO = WS-PE-NUMERO
                       and GW-LIM-INF = WS-PE-LIMITE-INF
                       and GW-LIM-SUP = WS-PE-LIMITE-SUP
                       and GW-OPERACION = WS-PE-OPERACION
                       and not HALLADO
                       set HALLADO to true
                       move spaces to WS-LINEA-REPORTE
                       STRING "  transferencia (" WS-NOMBRE-TRANSF
                           DELIMITED BY SPACE
                           "): " TRANSFERENCIA-REC
                           DELIMITED BY SIZE INTO WS-LINEA-REPORTE
                       PERFORM emiteLinea
                   end-if
           END-READ.
      ******************************************************************
      * la corrida: el renglon PEDIDO que tablas deja en la auditoria
      * al terminar el pedido; en la misma pasada se recuerda el ultimo
      * lanzamiento de tablas desde el menu (con el operador firmado).
      ******************************************************************
       mostrarCorrida.
           move "N" to WS-HALLADO.
           move 0 to WS-LANZA-FECHA WS-LANZA-HORA.
           move spaces to WS-CORRIDA-PEDIDO.
           move "AUDITORI.DAT" to WS-NOMBRE-AUDITORIA.
           PERFORM pasadaAuditoria.
           if not HALLADO
               move "AUDITORI.DAT" to WS-ARCHIVO-BUSCADO
               PERFORM recorrerCatalogo
           end-if.
           if not HALLADO
               move spaces to WS-LINEA-REPORTE
               STRING "  corrida: sin renglon PEDIDO en la auditoria"
                   " (sin correr o simulado)" DELIMITED BY SIZE
                   INTO WS-LINEA-REPORTE
               PERFORM emiteLinea
           else
               PERFORM buscarOperador
               move spaces to WS-LINEA-REPORTE
               STRING "  corrida " WS-CO-CORRIDA
                      " del " WS-CO-FECHA " hora " WS-CO-HORA
                      ": termino " WS-CO-ESTADO
                      " operador " WS-CO-OPERADOR
                      DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               PERFORM emiteLinea
           end-if.
       pasadaAuditoria.
           move "N" to WS-FIN-ARCHIVO.
           OPEN INPUT AUDITORIA.
           if WS-ESTADO-ARCHIVO = "00"
               PERFORM leerAuditoria UNTIL FIN-ARCHIVO
               CLOSE AUDITORIA
           end-if.
       leerAuditoria.
           READ AUDITORIA INTO WS-AUDITORIA-LAYOUT
               AT END set FIN-ARCHIVO to true
               NOT AT END
                   if AU-PROGRAMA = "MENU" and AU-CAMPO = "LANZA"
                       and AU-VALOR (1:8) = "./tablas"
                       move AU-FECHA to WS-LANZA-FECHA
                       move AU-HORA to WS-LANZA-HORA
                       move AU-RESULTADO to WS-LANZA-OPERADOR
                   end-if
                   if AU-PROGRAMA = "TABLAS" and AU-CAMPO = "PEDIDO"
                       and AU-VALOR = WS-BUSCA-PEDIDO
                       set HALLADO to true
                       move AU-FECHA to WS-CO-FECHA
                       move AU-HORA to WS-CO-HORA
                       move AU-CORRIDA to WS-CO-CORRIDA
                       move AU-RESULTADO to WS-CO-ESTADO
                       move "desconocido" to WS-CO-OPERADOR
                       if WS-LANZA-FECHA = AU-FECHA
                           and WS-LANZA-HORA <= AU-HORA
                           move WS-LANZA-OPERADOR to WS-CO-OPERADOR
                       end-if
                   end-if
           END-READ.
      ******************************************************************
      * si la hora del pedido cae dentro del paso TABLAS de la noche,
      * el pedido lo corrio findia y no el ultimo operador del menu.
      ******************************************************************
       buscarOperador.
           move "N" to WS-EN-FINDIA.
           move "EODRUN.DAT" to WS-NOMBRE-BITACORA.
           PERFORM pasadaBitacora.
           if WS-EN-FINDIA = "N"
               move "EODRUN.DAT" to WS-ARCHIVO-BUSCADO
               PERFORM recorrerCatalogo
           end-if.
           if WS-EN-FINDIA = "S"
               move spaces to WS-CO-OPERADOR
               STRING "findia (noche)" DELIMITED BY SIZE
                   INTO WS-CO-OPERADOR
           end-if.
       pasadaBitacora.
           move "N" to WS-FIN-ARCHIVO.
           OPEN INPUT BITACORA.
           if WS-ESTADO-ARCHIVO = "00"
               PERFORM leerPaso UNTIL FIN-ARCHIVO
               CLOSE BITACORA
           end-if.
       leerPaso.
           READ BITACORA INTO WS-BITACORA-LAYOUT
               AT END set FIN-ARCHIVO to true
               NOT AT END
                   if EO-FECHA = WS-CO-FECHA and EO-PASO = "TABLAS"
                       and EO-INI is NUMERIC and EO-FIN is NUMERIC
                       if EO-FIN-NUM >= EO-INI-NUM
                           if WS-CO-HORA >= EO-INI-NUM
                               and WS-CO-HORA <= EO-FIN-NUM
                               move "S" to WS-EN-FINDIA
                           end-if
                       else
                           if WS-CO-HORA >= EO-INI-NUM
                               or WS-CO-HORA <= EO-FIN-NUM
                               move "S" to WS-EN-FINDIA
                           end-if
                       end-if
                   end-if
           END-READ.
      ******************************************************************
      * filas archivadas del dia en que el pedido termino, dentro de su
      * rango: el detalle va solo al archivo imprimible, la pantalla
      * lleva la cantidad y el total. Despues, los envios de interfaz
      * de ese dia de negocio con el acuse del loader.
      ******************************************************************
       mostrarFilas.
           if WS-PE-TARIFA not = spaces
               move spaces to WS-LINEA-REPORTE
               STRING "  filas: lista de precios, no se archiva (ver"
                   " LISTAREG.DAT)" DELIMITED BY SIZE
                   INTO WS-LINEA-REPORTE
               PERFORM emiteLinea
           else
               if WS-PE-ESTADO not = "HECHO"
                   and WS-PE-ESTADO not = "ERROR"
                   move spaces to WS-LINEA-REPORTE
                   STRING "  filas: ninguna, el pedido esta "
                          WS-PE-ESTADO
                          DELIMITED BY SIZE INTO WS-LINEA-REPORTE
                   PERFORM emiteLinea
               else
                   PERFORM recorrerFilas
               end-if
           end-if.
       recorrerFilas.
           move WS-PE-FECHA-ESTADO to WS-FECHA-FILAS.
           move 0 to WS-CANT-FILAS.
           move 0 to WS-TOTAL-FILAS.
           move "TABLAIX.DAT" to WS-ORIGEN-FILAS.
           PERFORM recorrerIndice.
           if WS-CANT-FILAS = 0
               move "TABLASAL.DAT" to WS-NOMBRE-TABLAS
               PERFORM recorrerArchivo
               if WS-CANT-FILAS = 0
                   move spaces to WS-NOMBRE-TABLAS
                   STRING "TABLASAL.DAT.G" WS-FECHA-FILAS
                       DELIMITED BY SIZE INTO WS-NOMBRE-TABLAS
                   PERFORM recorrerArchivo
               end-if
           end-if.
           move spaces to WS-LINEA-REPORTE.
           if WS-CANT-FILAS = 0
               STRING "  filas: ninguna archivada el " WS-FECHA-FILAS
                   DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           else
               STRING "  filas archivadas el " WS-FECHA-FILAS
                      ": " WS-CANT-FILAS " total=" WS-TOTAL-FILAS
                      " (de " WS-ORIGEN-FILAS DELIMITED BY SPACE
                      ")" DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           end-if.
           PERFORM emiteLinea.
           if WS-CANT-FILAS not = 0
               PERFORM mostrarEnvios
           end-if.
       recorrerIndice.
           move "N" to WS-FIN-INDICE.
           OPEN INPUT INDICE-TABLAS.
           if WS-ESTADO-INDICE not = "00"
               CLOSE INDICE-TABLAS
           else
               move WS-FECHA-FILAS to TX-FECHA
               move WS-PE-NUMERO to TX-NUMERO
               move WS-PE-OPERACION to TX-OPERACION
               move WS-PE-LIMITE-INF to TX-MULTIPLICADOR
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
                   if TX-FECHA not = WS-FECHA-FILAS
                       or TX-NUMERO not = WS-PE-NUMERO
                       or TX-OPERACION not = WS-PE-OPERACION
                       or TX-MULTIPLICADOR > WS-PE-LIMITE-SUP
                       set FIN-INDICE to true
                   else
                       move TX-MULTIPLICADOR to WS-FILA-MULT
                       move TX-RESULTADO to WS-FILA-RESULTADO
                       PERFORM tomarFila
                   end-if
           END-READ.
       recorrerArchivo.
           move WS-NOMBRE-TABLAS to WS-ORIGEN-FILAS.
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
                   if TS-FECHA = WS-FECHA-FILAS
                       and TS-NUMERO = WS-PE-NUMERO
                       and WS-FILA-OPERACION = WS-PE-OPERACION
                       and TS-MULTIPLICADOR >= WS-PE-LIMITE-INF
                       and TS-MULTIPLICADOR <= WS-PE-LIMITE-SUP
                       move TS-MULTIPLICADOR to WS-FILA-MULT
                       move TS-RESULTADO to WS-FILA-RESULTADO
                       PERFORM tomarFila
                   end-if
           END-READ.
       tomarFila.
           add 1 to WS-CANT-FILAS.
           add WS-FILA-RESULTADO to WS-TOTAL-FILAS.
           move spaces to WS-LINEA-REPORTE.
           STRING "    " WS-PE-NUMERO " " WS-PE-OPERACION " "
                  WS-FILA-MULT " = " WS-FILA-RESULTADO
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE.
           WRITE REPORTE-REC FROM WS-LINEA-REPORTE.
       mostrarEnvios.
           move 0 to WS-CANT-ENVIOS.
           move "N" to WS-FIN-SECUENCIAS.
           OPEN INPUT SECUENCIAS.
           if WS-ESTADO-SECUENCIAS = "00"
               PERFORM leerEnvio UNTIL FIN-SECUENCIAS
           end-if.
           CLOSE SECUENCIAS.
           if WS-CANT-ENVIOS = 0
               move "  interfaz: el dia todavia no se envio"
                   to WS-LINEA-REPORTE
               PERFORM emiteLinea
           end-if.
       leerEnvio.
           READ SECUENCIAS
               AT END set FIN-SECUENCIAS to true
               NOT AT END
                   if IS-FECHA-NEGOCIO = WS-FECHA-FILAS
                       add 1 to WS-CANT-ENVIOS
                       move spaces to WS-LINEA-REPORTE
                       STRING "  interfaz: secuencia " IS-SECUENCIA
                              " enviada el " IS-FECHA-ENVIO
                              DELIMITED BY SIZE INTO WS-LINEA-REPORTE
                       PERFORM emiteLinea
                       move IS-SECUENCIA to WS-SECUENCIA-BUSCADA
                       PERFORM mostrarAcuse
                   end-if
           END-READ.
       mostrarAcuse.
           move "N" to WS-HALLADO.
           move "N" to WS-FIN-ACUSES.
           OPEN INPUT ACUSES.
           if WS-ESTADO-ACUSES = "00"
               PERFORM leerAcuse UNTIL FIN-ACUSES
           end-if.
           CLOSE ACUSES.
           if not HALLADO
               move "    acuse: sin acuse del loader"
                   to WS-LINEA-REPORTE
               PERFORM emiteLinea
           end-if.
       leerAcuse.
           READ ACUSES
               AT END set FIN-ACUSES to true
               NOT AT END
                   if AK-SECUENCIA = WS-SECUENCIA-BUSCADA
                       set HALLADO to true
                       move spaces to WS-LINEA-REPORTE
                       STRING "    acuse: " AK-ESTADO " el " AK-FECHA
                              " " AK-MOTIVO
                              DELIMITED BY SIZE INTO WS-LINEA-REPORTE
                       PERFORM emiteLinea
                   end-if
           END-READ.
      ******************************************************************
      * anulaciones de la tabla del pedido (anulmant) con el envio de
      * sus reversos.
      ******************************************************************
       mostrarAnulaciones.
           move 0 to WS-CANT-ANULACIONES.
           move "N" to WS-FIN-ANULACIONES.
           OPEN INPUT ANULACIONES.
           if WS-ESTADO-ANULACIONES = "00"
               move 0 to AN-ID
               START ANULACIONES KEY IS NOT LESS THAN AN-ID
                   INVALID KEY set FIN-ANULACIONES to true
               END-START
               PERFORM leerAnulacion UNTIL FIN-ANULACIONES
           end-if.
           CLOSE ANULACIONES.
       leerAnulacion.
           READ ANULACIONES NEXT RECORD
               AT END set FIN-ANULACIONES to true
               NOT AT END
                   if AN-FECHA-TABLA = WS-PE-FECHA-ESTADO
                       and AN-NUMERO = WS-PE-NUMERO
                       and AN-OPERACION = WS-PE-OPERACION
                       and (AN-QE-ID = WS-PE-ID or AN-QE-ID = 0)
                       add 1 to WS-CANT-ANULACIONES
                       move spaces to WS-LINEA-REPORTE
                       STRING "  anulacion " AN-ID ": " AN-ESTADO
                              " el " AN-FECHA-ESTADO
                              " filas=" AN-CANT-FILAS
                              " total=" AN-TOTAL
                              " pidio " AN-SUPERVISOR
                              " aprobo " AN-APROBADOR
                              DELIMITED BY SIZE INTO WS-LINEA-REPORTE
                       PERFORM emiteLinea
                       move spaces to WS-LINEA-REPORTE
                       STRING "    motivo: " AN-MOTIVO
                              DELIMITED BY SIZE INTO WS-LINEA-REPORTE
                       PERFORM emiteLinea
                       if AN-SECUENCIA not = 0
                           move spaces to WS-LINEA-REPORTE
                           STRING "    reversos en la secuencia "
                                  AN-SECUENCIA
                                  DELIMITED BY SIZE
                                  INTO WS-LINEA-REPORTE
                           PERFORM emiteLinea
                           move AN-SECUENCIA to WS-SECUENCIA-BUSCADA
                           PERFORM mostrarAcuse
                       end-if
                   end-if
           END-READ.
      ******************************************************************
      * generaciones catalogadas en GENCAT.DAT del archivo buscado, en
      * el orden en que genroll las corto, hasta encontrar el dato.
      ******************************************************************
       recorrerCatalogo.
           move "N" to WS-FIN-CATALOGO.
           OPEN INPUT CATALOGO.
           if WS-ESTADO-CATALOGO = "00"
               PERFORM leerCatalogo UNTIL FIN-CATALOGO
           end-if.
           CLOSE CATALOGO.
       leerCatalogo.
           READ CATALOGO
               AT END set FIN-CATALOGO to true
               NOT AT END
                   if GK-ARCHIVO = WS-ARCHIVO-BUSCADO
                       PERFORM pasadaGeneracion
                   end-if
           END-READ.
       pasadaGeneracion.
           evaluate WS-ARCHIVO-BUSCADO
               when "GWDISP.DAT"
                   if not HALLADO
                       move GK-GENERACION to WS-NOMBRE-DISP
                       PERFORM pasadaDisposicion
                   end-if
               when "PEDIDOSX.PRO"
                   if not HALLADO
                       move GK-GENERACION to WS-NOMBRE-TRANSF
                       PERFORM pasadaTransferencia
                   end-if
               when "AUDITORI.DAT"
                   if not HALLADO
                       move GK-GENERACION to WS-NOMBRE-AUDITORIA
                       PERFORM pasadaAuditoria
                   end-if
               when "EODRUN.DAT"
                   if WS-EN-FINDIA = "N"
                       move GK-GENERACION to WS-NOMBRE-BITACORA
                       PERFORM pasadaBitacora
                   end-if
           end-evaluate.
       emiteLinea.
           display WS-LINEA-REPORTE.
           WRITE REPORTE-REC FROM WS-LINEA-REPORTE.
       END PROGRAM linaje.
