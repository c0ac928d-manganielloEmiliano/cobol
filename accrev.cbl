      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: revision trimestral de accesos de los operadores - el
      *          rol y el nivel de autoridad de OPERMAST.DAT se daban
      *          una vez y nadie los volvia a mirar. Cada trimestre se
      *          abre una campana (AAAAT: anio y trimestre) que reparte
      *          los operadores activos entre los supervisores activos
      *          (ninguno revisa su propio acceso salvo que sea el unico
      *          supervisor) y deja por cada uno un renglon en
      *          ACCREV.DAT con rol, nivel, certificaciones de
      *          CERTMAST.DAT (las vencidas con *) y la ultima firma de
      *          entrada tomada de la auditoria (ULTFIRMA.DAT, que
      *          alimenta accinact cada noche), y el plazo: ACCREVDIAS
      *          dias habiles (perilla de CONFIG.DAT, respaldo 10). El
      *          listado por supervisor queda en ACCREVRP.DAT. Cada
      *          supervisor confirma o revoca los suyos; revocar
      *          desactiva al operador. Lo que no se confirmo al vencer
      *          el plazo lo suspende accinact. Cada decision queda
      *          como evidencia en ACCEVID.DAT y en la auditoria comun.
      *          ACCREV.DAT: campana(5) operador(10) revisor(10)
      *          rol(10) nivel(2) certificaciones(40) ultima firma(8)
      *          apertura(8) limite(8) estado(10) decisor(10) fecha
      *          de decision(8) nota(40); estados PENDIENTE,
      *          CONFIRMADO, REVOCADO, SUSPENDIDO.
      * Tectonics: cobc -x -o accrev accrev.cbl auditlog.cbl
      *            fechalib.cbl configlib.cbl numchk.cbl
      * Modification History:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. accrev.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REVISIONES ASSIGN TO "ACCREV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-CLAVE
               FILE STATUS IS WS-ESTADO-REVISIONES.
           SELECT OPERADORES ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-ID
               FILE STATUS IS WS-ESTADO-OPERMAST.
           SELECT OPTIONAL CERTIFICACIONES ASSIGN TO "CERTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CLAVE
               FILE STATUS IS WS-ESTADO-CERT.
           SELECT OPTIONAL FIRMAS ASSIGN TO "ULTFIRMA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UF-ID
               FILE STATUS IS WS-ESTADO-FIRMAS.
           SELECT EVIDENCIA ASSIGN TO "ACCEVID.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-EVIDENCIA.
           SELECT REPORTE ASSIGN TO "ACCREVRP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  REVISIONES.
       01  REVISIONES-REC.
           05  AR-CLAVE.
               10  AR-CAMPANA      PIC 9(05).
               10  AR-OPERADOR     PIC X(10).
           05  AR-REVISOR          PIC X(10).
           05  AR-ROL              PIC X(10).
           05  AR-NIVEL            PIC 9(02).
           05  AR-CERTS            PIC X(40).
           05  AR-ULT-FIRMA        PIC 9(08).
           05  AR-FECHA-APERTURA   PIC 9(08).
           05  AR-FECHA-LIMITE     PIC 9(08).
           05  AR-ESTADO           PIC X(10).
           05  AR-DECISOR          PIC X(10).
           05  AR-FECHA-DECISION   PIC 9(08).
           05  AR-NOTA             PIC X(40).
           05  FILLER              PIC X(10).
       FD  OPERADORES.
       01  OPERADORES-REC.
           05  OP-ID               PIC X(10).
           05  OP-NOMBRE           PIC X(30).
           05  OP-ROL              PIC X(10).
           05  OP-ACTIVO           PIC X(01).
           05  OP-NIVEL            PIC 9(02).
       FD  CERTIFICACIONES.
       01  CERTIFICACIONES-REC.
           05  CM-CLAVE.
               10  CM-LEGAJO       PIC X(10).
               10  CM-MODULO       PIC X(04).
           05  CM-FECHA-CERT       PIC 9(08).
           05  CM-FECHA-VENC       PIC 9(08).
       FD  FIRMAS.
       01  FIRMAS-REC.
           05  UF-ID               PIC X(10).
           05  UF-FECHA-FIRMA      PIC 9(08).
           05  UF-FECHA-INICIO     PIC 9(08).
           05  FILLER              PIC X(10).
       FD  EVIDENCIA.
       01  EVIDENCIA-REC.
           05  AE-FECHA            PIC 9(08).
           05  FILLER              PIC X(01).
           05  AE-HORA             PIC 9(08).
           05  FILLER              PIC X(01).
           05  AE-PROGRAMA         PIC X(10).
           05  FILLER              PIC X(01).
           05  AE-CAMPANA          PIC 9(05).
           05  FILLER              PIC X(01).
           05  AE-OPERADOR         PIC X(10).
           05  FILLER              PIC X(01).
           05  AE-DECISION         PIC X(10).
           05  FILLER              PIC X(01).
           05  AE-DECISOR          PIC X(10).
           05  FILLER              PIC X(01).
           05  AE-ROL              PIC X(10).
           05  FILLER              PIC X(01).
           05  AE-NIVEL            PIC 9(02).
           05  FILLER              PIC X(01).
           05  AE-NOTA             PIC X(40).
       FD  REPORTE.
       01  REPORTE-REC             PIC X(100).
       WORKING-STORAGE SECTION.
       01  WS-ESTADO-REVISIONES    PIC X(02).
       01  WS-ESTADO-OPERMAST      PIC X(02).
       01  WS-ESTADO-CERT          PIC X(02).
       01  WS-ESTADO-FIRMAS        PIC X(02).
       01  WS-ESTADO-EVIDENCIA     PIC X(02).
       01  WS-OPCION               PIC 9(01) VALUE 0.
       01  WS-SALIR                PIC X(01) VALUE "N".
           88  SALIR-REV           VALUE "S".
       01  WS-FIN-REVISIONES       PIC X(01) VALUE "N".
           88  FIN-REVISIONES      VALUE "S".
       01  WS-FIN-MAESTRO          PIC X(01) VALUE "N".
           88  FIN-MAESTRO         VALUE "S".
       01  WS-FIN-CERT             PIC X(01) VALUE "N".
           88  FIN-CERT            VALUE "S".
       01  WS-FECHA-HOY            PIC 9(08) VALUE 0.
       01  FILLER REDEFINES WS-FECHA-HOY.
           05  WS-FH-ANIO          PIC 9(04).
           05  WS-FH-MES           PIC 9(02).
           05  WS-FH-DIA           PIC 9(02).
       01  WS-HORA                 PIC 9(08).
       01  WS-TRIMESTRE            PIC 9(01).
       01  WS-CAMPANA-ACTUAL       PIC 9(05) VALUE 0.
       01  WS-CAMPANA              PIC 9(05) VALUE 0.
       01  WS-LIMITE               PIC 9(08) VALUE 0.
       01  WS-REV-DIAS             PIC 9(04) VALUE 10.
       01  WS-REVISOR              PIC X(10).
       01  WS-OPER-VALIDO          PIC X(01).
       01  WS-DECISION             PIC X(01).
       01  WS-NOTA                 PIC X(40).
       01  WS-CERT-POS             PIC 9(02) VALUE 0.
       01  WS-CANT-ITEMS           PIC 9(05) VALUE 0.
       01  WS-CANT-PENDIENTES      PIC 9(05) VALUE 0.
      *    supervisores activos entre los que se reparte la campana
       01  WS-SUP-CANT             PIC 9(02) VALUE 0.
       01  WS-SUP-MAX              PIC 9(02) VALUE 30.
       01  WS-SUP-IDX              PIC 9(02) VALUE 0.
       01  WS-SUP-SIG              PIC 9(02) VALUE 0.
       01  WS-SUPERVISORES.
           05  WS-SUP-ID OCCURS 30 TIMES PIC X(10).
       01  WS-LINEA-REPORTE        PIC X(100) VALUE SPACES.
       01  WS-AUDIT-PROGRAMA       PIC X(15) VALUE "ACCREV".
       01  WS-AUDIT-CAMPO          PIC X(15).
       01  WS-AUDIT-VALOR          PIC X(20).
       01  WS-AUDIT-RESULTADO      PIC X(20).
       01  WS-CONFIG-CLAVE         PIC X(20).
       01  WS-CONFIG-VALOR         PIC X(10).
       01  WS-CONFIG-HALLADO       PIC X(01).
       01  WS-NUMCHK-PROMPT        PIC X(40).
       01  WS-NUMCHK-VALOR         PIC 9(09).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "fechalib" USING WS-FECHA-HOY.
           compute WS-TRIMESTRE = (WS-FH-MES + 2) / 3.
           compute WS-CAMPANA-ACTUAL = WS-FH-ANIO * 10 + WS-TRIMESTRE.
           move "ACCREVDIAS" to WS-CONFIG-CLAVE.
           CALL "configlib" USING WS-CONFIG-CLAVE WS-CONFIG-VALOR
               WS-CONFIG-HALLADO.
           if WS-CONFIG-HALLADO = "S"
               and WS-CONFIG-VALOR is NUMERIC
               move WS-CONFIG-VALOR to WS-REV-DIAS
           end-if.
           OPEN I-O REVISIONES.
           if WS-ESTADO-REVISIONES = "35"
               OPEN OUTPUT REVISIONES
               CLOSE REVISIONES
               OPEN I-O REVISIONES
           end-if.
           if WS-ESTADO-REVISIONES not = "00"
               display "no se pudo abrir ACCREV.DAT, estado "
                   WS-ESTADO-REVISIONES
               STOP RUN
           end-if.
           OPEN I-O OPERADORES.
           if WS-ESTADO-OPERMAST not = "00"
               display "no se pudo abrir OPERMAST.DAT, estado "
                   WS-ESTADO-OPERMAST
               CLOSE REVISIONES
               STOP RUN
           end-if.
           PERFORM menuRevision UNTIL SALIR-REV.
           CLOSE REVISIONES.
           CLOSE OPERADORES.
           STOP RUN.
       menuRevision.
           display " ".
           display "revision de accesos - campana del trimestre "
               WS-CAMPANA-ACTUAL.
           display "  1 - abrir la campana del trimestre".
           display "  2 - revisar mis operadores (supervisor)".
           display "  3 - listado por supervisor de una campana".
           display "  0 - salir".
           move "ingrese opcion (0-3)" to WS-NUMCHK-PROMPT.
           CALL "numchk" USING WS-NUMCHK-PROMPT WS-NUMCHK-VALOR.
           move WS-NUMCHK-VALOR to WS-OPCION.
           evaluate WS-OPCION
               when 0
                   set SALIR-REV to true
               when 1
                   PERFORM abrirCampana THRU abrirCampana-fin
               when 2
                   PERFORM revisarOperadores THRU revisarOperadores-fin
               when 3
                   PERFORM pedirCampana
                   PERFORM listarCampana
               when other
                   display "opcion invalida"
           end-evaluate.
       pedirCampana.
           move "campana AAAAT (0 = la del trimestre)"
               to WS-NUMCHK-PROMPT.
           CALL "numchk" USING WS-NUMCHK-PROMPT WS-NUMCHK-VALOR.
           move WS-NUMCHK-VALOR to WS-CAMPANA.
           if WS-CAMPANA = 0
               move WS-CAMPANA-ACTUAL to WS-CAMPANA
           end-if.
      ******************************************************************
      * la campana la abre un supervisor activo, una sola vez por
      * trimestre: reparte los operadores activos entre los
      * supervisores activos por turno, saltando al propio supervisor
      * cuando hay otro que lo pueda revisar.
      ******************************************************************
       abrirCampana.
           move WS-CAMPANA-ACTUAL to WS-CAMPANA.
           move WS-CAMPANA to AR-CAMPANA.
           move low-values to AR-OPERADOR.
           START REVISIONES KEY IS NOT LESS THAN AR-CLAVE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   READ REVISIONES NEXT RECORD
                       AT END CONTINUE
                   END-READ
           END-START.
           if WS-ESTADO-REVISIONES = "00" and AR-CAMPANA = WS-CAMPANA
               display "la campana " WS-CAMPANA " ya esta abierta"
               GO TO abrirCampana-fin
           end-if.
           display "su id de operador (supervisor)".
           ACCEPT WS-REVISOR.
           PERFORM buscarSupervisor.
           if WS-OPER-VALIDO not = "S"
               display "operador desconocido, inactivo o sin rol"
                   " SUPERVISOR, no se abre la campana"
               GO TO abrirCampana-fin
           end-if.
           PERFORM cargarSupervisores.
           CALL "sumaDiasHabiles" USING WS-FECHA-HOY WS-REV-DIAS
               WS-LIMITE.
           move 0 to WS-CANT-ITEMS.
           move 1 to WS-SUP-SIG.
           OPEN INPUT CERTIFICACIONES.
           OPEN INPUT FIRMAS.
           move "N" to WS-FIN-MAESTRO.
           move low-values to OP-ID.
           START OPERADORES KEY IS NOT LESS THAN OP-ID
               INVALID KEY set FIN-MAESTRO to true
           END-START.
           PERFORM abrirItem UNTIL FIN-MAESTRO.
           CLOSE CERTIFICACIONES.
           CLOSE FIRMAS.
           display "campana " WS-CAMPANA " abierta: " WS-CANT-ITEMS
               " operadores, plazo " WS-LIMITE.
           move "CAMPANA" to WS-AUDIT-CAMPO.
           move WS-CAMPANA to WS-AUDIT-VALOR.
           move spaces to WS-AUDIT-RESULTADO.
           STRING "abierta " WS-REVISOR
               DELIMITED BY SIZE INTO WS-AUDIT-RESULTADO.
           PERFORM registraAuditoria.
           PERFORM listarCampana.
       abrirCampana-fin.
           EXIT.
       cargarSupervisores.
           move 0 to WS-SUP-CANT.
           move "N" to WS-FIN-MAESTRO.
           move low-values to OP-ID.
           START OPERADORES KEY IS NOT LESS THAN OP-ID
               INVALID KEY set FIN-MAESTRO to true
           END-START.
           PERFORM leerSupervisor UNTIL FIN-MAESTRO.
       leerSupervisor.
           READ OPERADORES NEXT RECORD
               AT END set FIN-MAESTRO to true
               NOT AT END
                   if OP-ACTIVO = "S" and OP-ROL = "SUPERVISOR"
                       and WS-SUP-CANT < WS-SUP-MAX
                       add 1 to WS-SUP-CANT
                       move OP-ID to WS-SUP-ID (WS-SUP-CANT)
                   end-if
           END-READ.
       abrirItem.
           READ OPERADORES NEXT RECORD
               AT END set FIN-MAESTRO to true
               NOT AT END
                   if OP-ACTIVO = "S"
                       PERFORM grabaItem
                   end-if
           END-READ.
       grabaItem.
           if WS-SUP-ID (WS-SUP-SIG) = OP-ID and WS-SUP-CANT > 1
               PERFORM avanzarSupervisor
           end-if.
           move spaces to REVISIONES-REC.
           move WS-CAMPANA to AR-CAMPANA.
           move OP-ID to AR-OPERADOR.
           move WS-SUP-ID (WS-SUP-SIG) to AR-REVISOR.
           PERFORM avanzarSupervisor.
           move OP-ROL to AR-ROL.
           move OP-NIVEL to AR-NIVEL.
           PERFORM armarCertificaciones.
           move 0 to AR-ULT-FIRMA.
           if WS-ESTADO-FIRMAS = "00"
               move OP-ID to UF-ID
               READ FIRMAS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       move UF-FECHA-FIRMA to AR-ULT-FIRMA
               END-READ
           end-if.
           move WS-FECHA-HOY to AR-FECHA-APERTURA.
           move WS-LIMITE to AR-FECHA-LIMITE.
           move "PENDIENTE" to AR-ESTADO.
           move 0 to AR-FECHA-DECISION.
           WRITE REVISIONES-REC
               INVALID KEY
                   display "ya habia renglon para " OP-ID
           END-WRITE.
           if WS-ESTADO-REVISIONES = "00"
               add 1 to WS-CANT-ITEMS
           end-if.
       avanzarSupervisor.
           add 1 to WS-SUP-SIG.
           if WS-SUP-SIG > WS-SUP-CANT
               move 1 to WS-SUP-SIG
           end-if.
      ******************************************************************
      * modulos certificados del operador, cinco posiciones cada uno;
      * el vencido lleva un * a continuacion del modulo.
      ******************************************************************
       armarCertificaciones.
           move spaces to AR-CERTS.
           move 1 to WS-CERT-POS.
           if WS-ESTADO-CERT = "00"
               move "N" to WS-FIN-CERT
               move OP-ID to CM-LEGAJO
               move low-values to CM-MODULO
               START CERTIFICACIONES KEY IS NOT LESS THAN CM-CLAVE
                   INVALID KEY set FIN-CERT to true
               END-START
               PERFORM leerCertificacion UNTIL FIN-CERT
           end-if.
           if AR-CERTS = spaces
               move "ninguna" to AR-CERTS
           end-if.
       leerCertificacion.
           READ CERTIFICACIONES NEXT RECORD
               AT END set FIN-CERT to true
               NOT AT END
                   if CM-LEGAJO not = OP-ID
                       set FIN-CERT to true
                   else
                       if WS-CERT-POS < 37
                           move CM-MODULO
                               to AR-CERTS (WS-CERT-POS:4)
                           if CM-FECHA-VENC < WS-FECHA-HOY
                               move "*"
                                   to AR-CERTS (WS-CERT-POS + 4:1)
                           end-if
                           add 5 to WS-CERT-POS
                       end-if
                   end-if
           END-READ.
      ******************************************************************
      * el supervisor repasa los renglones pendientes que le tocaron:
      * C confirma, R revoca (desactiva al operador, con motivo
      * obligatorio), en blanco lo deja pendiente.
      ******************************************************************
       revisarOperadores.
           PERFORM pedirCampana.
           display "su id de operador (supervisor)".
           ACCEPT WS-REVISOR.
           PERFORM buscarSupervisor.
           if WS-OPER-VALIDO not = "S"
               display "operador desconocido, inactivo o sin rol"
                   " SUPERVISOR"
               GO TO revisarOperadores-fin
           end-if.
           move 0 to WS-CANT-PENDIENTES.
           move "N" to WS-FIN-REVISIONES.
           move WS-CAMPANA to AR-CAMPANA.
           move low-values to AR-OPERADOR.
           START REVISIONES KEY IS NOT LESS THAN AR-CLAVE
               INVALID KEY set FIN-REVISIONES to true
           END-START.
           PERFORM revisarItem UNTIL FIN-REVISIONES.
           if WS-CANT-PENDIENTES = 0
               display "no tiene operadores pendientes en la campana "
                   WS-CAMPANA
           end-if.
       revisarOperadores-fin.
           EXIT.
       revisarItem.
           READ REVISIONES NEXT RECORD
               AT END set FIN-REVISIONES to true
               NOT AT END
                   if AR-CAMPANA not = WS-CAMPANA
                       set FIN-REVISIONES to true
                   else
                       if AR-REVISOR = WS-REVISOR
                           and AR-ESTADO = "PENDIENTE"
                           add 1 to WS-CANT-PENDIENTES
                           PERFORM decidirItem
                       end-if
                   end-if
           END-READ.
       decidirItem.
           display " ".
           display "operador " AR-OPERADOR " rol " AR-ROL " nivel "
               AR-NIVEL.
           display "  certificaciones: " AR-CERTS.
           if AR-ULT-FIRMA = 0
               display "  ultima firma: sin registro"
           else
               display "  ultima firma: " AR-ULT-FIRMA
           end-if.
           display "  plazo: " AR-FECHA-LIMITE.
           display "C confirmar, R revocar, en blanco dejar pendiente".
           move spaces to WS-DECISION.
           ACCEPT WS-DECISION.
           move spaces to WS-NOTA.
           evaluate WS-DECISION
               when "C"
               when "c"
                   display "observacion (opcional)"
                   ACCEPT WS-NOTA
                   move "CONFIRMADO" to AR-ESTADO
                   PERFORM registraDecision
               when "R"
               when "r"
                   display "motivo de la revocacion (obligatorio)"
                   ACCEPT WS-NOTA
                   if WS-NOTA = spaces
                       display "sin motivo el operador queda pendiente"
                   else
                       move "REVOCADO" to AR-ESTADO
                       PERFORM desactivarOperador
                       PERFORM registraDecision
                   end-if
               when other
                   display "queda pendiente"
           end-evaluate.
       desactivarOperador.
           move AR-OPERADOR to OP-ID.
           READ OPERADORES
               INVALID KEY
                   display "el operador " AR-OPERADOR
                       " ya no esta en el maestro"
               NOT INVALID KEY
                   move "N" to OP-ACTIVO
                   REWRITE OPERADORES-REC
                   display "operador " OP-ID " desactivado"
           END-READ.
       registraDecision.
           move WS-REVISOR to AR-DECISOR.
           move WS-FECHA-HOY to AR-FECHA-DECISION.
           move WS-NOTA to AR-NOTA.
           REWRITE REVISIONES-REC.
           PERFORM grabaEvidencia.
           move "ACCESO" to WS-AUDIT-CAMPO.
           move AR-OPERADOR to WS-AUDIT-VALOR.
           move spaces to WS-AUDIT-RESULTADO.
           STRING AR-ESTADO " " WS-REVISOR
               DELIMITED BY SIZE INTO WS-AUDIT-RESULTADO.
           PERFORM registraAuditoria.
       grabaEvidencia.
           OPEN EXTEND EVIDENCIA.
           if WS-ESTADO-EVIDENCIA = "35"
               OPEN OUTPUT EVIDENCIA
               CLOSE EVIDENCIA
               OPEN EXTEND EVIDENCIA
           end-if.
           ACCEPT WS-HORA FROM TIME.
           move spaces to EVIDENCIA-REC.
           move WS-FECHA-HOY to AE-FECHA.
           move WS-HORA to AE-HORA.
           move "ACCREV" to AE-PROGRAMA.
           move AR-CAMPANA to AE-CAMPANA.
           move AR-OPERADOR to AE-OPERADOR.
           move AR-ESTADO to AE-DECISION.
           move AR-DECISOR to AE-DECISOR.
           move AR-ROL to AE-ROL.
           move AR-NIVEL to AE-NIVEL.
           move AR-NOTA to AE-NOTA.
           WRITE EVIDENCIA-REC.
           CLOSE EVIDENCIA.
      ******************************************************************
      * listado de la campana agrupado por supervisor revisor, en
      * pantalla y en ACCREVRP.DAT.
      ******************************************************************
       listarCampana.
           PERFORM cargarSupervisores.
           OPEN OUTPUT REPORTE.
           move spaces to WS-LINEA-REPORTE.
           STRING "revision de accesos - campana " WS-CAMPANA
                  " - al " WS-FECHA-HOY
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE.
           PERFORM grabaLinea.
           PERFORM listarSupervisor VARYING WS-SUP-IDX FROM 1 BY 1
               UNTIL WS-SUP-IDX > WS-SUP-CANT.
      *    los que revisa un supervisor que ya no esta activo
           move spaces to WS-REVISOR.
           PERFORM listarRevisor.
           CLOSE REPORTE.
       listarSupervisor.
           move WS-SUP-ID (WS-SUP-IDX) to WS-REVISOR.
           PERFORM listarRevisor.
       listarRevisor.
           move 0 to WS-CANT-ITEMS.
           move "N" to WS-FIN-REVISIONES.
           move WS-CAMPANA to AR-CAMPANA.
           move low-values to AR-OPERADOR.
           START REVISIONES KEY IS NOT LESS THAN AR-CLAVE
               INVALID KEY set FIN-REVISIONES to true
           END-START.
           PERFORM listarItem UNTIL FIN-REVISIONES.
       listarItem.
           READ REVISIONES NEXT RECORD
               AT END set FIN-REVISIONES to true
               NOT AT END
                   if AR-CAMPANA not = WS-CAMPANA
                       set FIN-REVISIONES to true
                   else
                       if WS-REVISOR = spaces
                           PERFORM buscarRevisorActivo
                           if WS-OPER-VALIDO = "S"
                               PERFORM imprimeItem
                           end-if
                       else
                           if AR-REVISOR = WS-REVISOR
                               PERFORM imprimeItem
                           end-if
                       end-if
                   end-if
           END-READ.
       imprimeItem.
           if WS-CANT-ITEMS = 0
               PERFORM imprimeTitulo
           end-if.
           add 1 to WS-CANT-ITEMS.
           move spaces to WS-LINEA-REPORTE.
           STRING "  " AR-OPERADOR " " AR-ROL " " AR-NIVEL " "
                  AR-ULT-FIRMA " " AR-ESTADO " " AR-CERTS
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE.
           PERFORM grabaLinea.
       imprimeTitulo.
           move spaces to WS-LINEA-REPORTE.
           PERFORM grabaLinea.
           move spaces to WS-LINEA-REPORTE.
           if WS-REVISOR = spaces
               move "revisor que ya no esta activo:"
                   to WS-LINEA-REPORTE
           else
               STRING "supervisor " WS-REVISOR
                   DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           end-if.
           PERFORM grabaLinea.
           move spaces to WS-LINEA-REPORTE.
           STRING "  operador   rol        nv ult.firma estado"
                  "     certificaciones"
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE.
           PERFORM grabaLinea.
      ******************************************************************
      * en la pasada final solo entran los renglones cuyo revisor no
      * figura entre los supervisores activos de la tabla.
      ******************************************************************
       buscarRevisorActivo.
           move "S" to WS-OPER-VALIDO.
           PERFORM compararRevisor VARYING WS-SUP-IDX FROM 1 BY 1
               UNTIL WS-SUP-IDX > WS-SUP-CANT.
       compararRevisor.
           if WS-SUP-ID (WS-SUP-IDX) = AR-REVISOR
               move "N" to WS-OPER-VALIDO
           end-if.
       buscarSupervisor.
           move "N" to WS-OPER-VALIDO.
           move WS-REVISOR to OP-ID.
           READ OPERADORES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   if OP-ACTIVO = "S"
                       and OP-ROL = "SUPERVISOR"
                       move "S" to WS-OPER-VALIDO
                   end-if
           END-READ.
       grabaLinea.
           WRITE REPORTE-REC FROM WS-LINEA-REPORTE.
           display WS-LINEA-REPORTE.
       registraAuditoria.
           CALL "auditlog" USING WS-AUDIT-PROGRAMA WS-AUDIT-CAMPO
               WS-AUDIT-VALOR WS-AUDIT-RESULTADO.
       END PROGRAM accrev.
