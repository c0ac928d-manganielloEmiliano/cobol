      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: mantenimiento de las delegaciones de autoridad de
      *          aprobacion DELEGA.DAT - cuando el checker de nivel alto
      *          sale de licencia, el delegante le da su OP-NIVEL a un
      *          delegado por un rango de fechas y solo para los
      *          trabajos indicados (1 a 7 los de preguntas segun el
      *          catalogo MENUCAT.DAT, 8 cola de aprobpend, 9
      *          aplicacion de cambios de confman). La delegacion queda
      *          PENDIENTE hasta que la aprueba un segundo supervisor,
      *          que no puede ser el delegante ni el delegado; recien
      *          VIGENTE la tienen en cuenta los programas (delegalib).
      *          Al arrancar, las delegaciones con la fecha hasta ya
      *          pasada se marcan VENCIDA. Alta, aprobacion o rechazo,
      *          revocacion y listado; cada cambio queda en la
      *          auditoria comun.
      * Tectonics: cobc -x -o delegman delegman.cbl auditlog.cbl
      *            fechalib.cbl numchk.cbl catlib.cbl
      * Modification History:
      *   15/10/2026 - los trabajos delegables salen del catalogo de
      *                opciones (catlib) mas 8 aprobpend y 9 confman,
      *                en vez de la lista fija 1, 2 y 3.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. delegman.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DELEGACIONES ASSIGN TO "DELEGA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DG-ID
               FILE STATUS IS WS-ESTADO-DELEGA.
           SELECT OPTIONAL OPERADORES ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-ID
               FILE STATUS IS WS-ESTADO-OPERMAST.
       DATA DIVISION.
       FILE SECTION.
       FD  DELEGACIONES.
       01  DELEGACIONES-REC.
           05  DG-ID               PIC 9(04).
           05  DG-DELEGANTE        PIC X(10).
           05  DG-DELEGADO         PIC X(10).
           05  DG-NIVEL            PIC 9(02).
           05  DG-DESDE            PIC 9(08).
           05  DG-HASTA            PIC 9(08).
           05  DG-TRABAJOS.
               10  DG-TRABAJO OCCURS 9 TIMES PIC X(01).
           05  DG-ESTADO           PIC X(10).
           05  DG-FECHA-ALTA       PIC 9(08).
           05  DG-APROBADOR        PIC X(10).
           05  DG-FECHA-ESTADO     PIC 9(08).
           05  FILLER              PIC X(10).
       FD  OPERADORES.
       01  OPERADORES-REC.
           05  OP-ID               PIC X(10).
           05  OP-NOMBRE           PIC X(30).
           05  OP-ROL              PIC X(10).
           05  OP-ACTIVO           PIC X(01).
           05  OP-NIVEL            PIC 9(02).
       WORKING-STORAGE SECTION.
       01  WS-ESTADO-DELEGA        PIC X(02).
       01  WS-ESTADO-OPERMAST      PIC X(02).
       01  WS-OPCION               PIC 9(01) VALUE 0.
       01  WS-SALIR                PIC X(01) VALUE "N".
           88  SALIR-MANT          VALUE "S".
       01  WS-FIN-DELEGA           PIC X(01) VALUE "N".
           88  FIN-DELEGA          VALUE "S".
       01  WS-FECHA-HOY            PIC 9(08) VALUE 0.
       01  WS-ULTIMO-ID            PIC 9(04) VALUE 0.
       01  WS-CANT-VENCIDAS        PIC 9(04) VALUE 0.
       01  WS-CANT-LISTADOS        PIC 9(04) VALUE 0.
       01  WS-OPER-BUSCADO         PIC X(10).
       01  WS-OPER-VALIDO          PIC X(01) VALUE "N".
       01  WS-OPER-ROL             PIC X(10).
       01  WS-OPER-NIVEL           PIC 9(02) VALUE 0.
       01  WS-DELEGANTE            PIC X(10).
       01  WS-DELEGADO             PIC X(10).
       01  WS-NIVEL-DELEGANTE      PIC 9(02) VALUE 0.
       01  WS-DESDE                PIC 9(08) VALUE 0.
       01  WS-HASTA                PIC 9(08) VALUE 0.
       01  WS-TRABAJOS-TEXTO       PIC X(09).
       01  WS-TRABAJOS-MARCA.
           05  WS-TRABAJO-MARCA OCCURS 9 TIMES PIC X(01).
       01  WS-CANT-TRABAJOS        PIC 9(01) VALUE 0.
      *    trabajos que se pueden delegar, por numero: los de preguntas
      *    segun el catalogo (catlib) y los fijos 8 y 9.
       01  WS-TRABAJOS-DELEGABLES.
           05  WS-TD-DESCRIPCION OCCURS 9 TIMES PIC X(40).
       01  WS-CAT-IDX              PIC 9(02) VALUE 0.
       01  WS-CT-ENTRADA.
           05  WS-CT-OPCION        PIC 9(01).
           05  WS-CT-DESCRIPCION   PIC X(40).
           05  WS-CT-COMANDO       PIC X(30).
           05  WS-CT-ROL-MIN       PIC X(10).
           05  WS-CT-MODULO        PIC X(04).
           05  WS-CT-TRABAJO       PIC 9(01).
           05  WS-CT-NIVEL         PIC 9(02).
           05  WS-CT-GRABA         PIC X(01).
       01  WS-CT-HALLADO           PIC X(01).
       01  WS-POS-IDX              PIC 9(02) VALUE 0.
       01  WS-DIGITO               PIC 9(01).
       01  WS-ID-BUSCADO           PIC 9(04) VALUE 0.
       01  WS-OPERADOR             PIC X(10).
       01  WS-DECISION             PIC X(01).
       01  WS-AUDIT-PROGRAMA       PIC X(15) VALUE "DELEGMAN".
       01  WS-AUDIT-CAMPO          PIC X(15).
       01  WS-AUDIT-VALOR          PIC X(20).
       01  WS-AUDIT-RESULTADO      PIC X(20).
       01  WS-NUMCHK-PROMPT        PIC X(40).
       01  WS-NUMCHK-VALOR         PIC 9(09).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "fechalib" USING WS-FECHA-HOY.
           OPEN I-O DELEGACIONES.
           if WS-ESTADO-DELEGA = "35"
               OPEN OUTPUT DELEGACIONES
               CLOSE DELEGACIONES
               OPEN I-O DELEGACIONES
           end-if.
           if WS-ESTADO-DELEGA not = "00"
               display "no se pudo abrir DELEGA.DAT, estado "
                   WS-ESTADO-DELEGA
               STOP RUN
           end-if.
           PERFORM vencerDelegaciones.
           PERFORM cargaTrabajos.
           PERFORM menuDelegaciones UNTIL SALIR-MANT.
           CLOSE DELEGACIONES.
           STOP RUN.
       menuDelegaciones.
           display " ".
           display "delegaciones de autoridad de aprobacion".
           display "  1 - alta de delegacion".
           display "  2 - aprobar o rechazar delegacion pendiente".
           display "  3 - revocar delegacion".
           display "  4 - listar delegaciones".
           display "  0 - salir".
           move "ingrese opcion (0-4)" to WS-NUMCHK-PROMPT.
           CALL "numchk" USING WS-NUMCHK-PROMPT WS-NUMCHK-VALOR.
           move WS-NUMCHK-VALOR to WS-OPCION.
           evaluate WS-OPCION
               when 0
                   set SALIR-MANT to true
               when 1
                   PERFORM altaDelegacion THRU altaDelegacion-fin
               when 2
                   PERFORM aprobarDelegacion THRU aprobarDelegacion-fin
               when 3
                   PERFORM revocarDelegacion THRU revocarDelegacion-fin
               when 4
                   PERFORM listarDelegaciones
               when other
                   display "opcion invalida"
           end-evaluate.
      ******************************************************************
      * una delegacion con la fecha hasta ya pasada no cuenta mas
      * (delegalib compara el rango con la fecha de proceso); aca solo
      * se marca VENCIDA para que el listado y el reporte lo muestren.
      ******************************************************************
       vencerDelegaciones.
           move 0 to WS-CANT-VENCIDAS.
           move "N" to WS-FIN-DELEGA.
           move 0 to DG-ID.
           START DELEGACIONES KEY IS NOT LESS THAN DG-ID
               INVALID KEY set FIN-DELEGA to true
           END-START.
           PERFORM vencerDelegacion UNTIL FIN-DELEGA.
           if WS-CANT-VENCIDAS > 0
               display "delegaciones vencidas: " WS-CANT-VENCIDAS
           end-if.
       vencerDelegacion.
           READ DELEGACIONES NEXT RECORD
               AT END set FIN-DELEGA to true
               NOT AT END
                   if (DG-ESTADO = "VIGENTE" or DG-ESTADO = "PENDIENTE")
                       and DG-HASTA < WS-FECHA-HOY
                       move "VENCIDA" to DG-ESTADO
                       move WS-FECHA-HOY to DG-FECHA-ESTADO
                       REWRITE DELEGACIONES-REC
                       add 1 to WS-CANT-VENCIDAS
                       move "DELEGACION" to WS-AUDIT-CAMPO
                       move DG-ID to WS-AUDIT-VALOR
                       move "vencida" to WS-AUDIT-RESULTADO
                       PERFORM registraAuditoria
                   end-if
           END-READ.
       altaDelegacion.
           display "delegante (operador que sale de licencia)".
           ACCEPT WS-DELEGANTE.
           move WS-DELEGANTE to WS-OPER-BUSCADO.
           PERFORM buscarOperador.
           if WS-OPER-VALIDO not = "S"
               display "delegante desconocido o inactivo"
               GO TO altaDelegacion-fin
           end-if.
           if WS-OPER-NIVEL = 0
               display "el delegante no tiene nivel para delegar"
               GO TO altaDelegacion-fin
           end-if.
           move WS-OPER-NIVEL to WS-NIVEL-DELEGANTE.
           display "delegado (operador que lo reemplaza)".
           ACCEPT WS-DELEGADO.
           if WS-DELEGADO = WS-DELEGANTE
               display "el delegado no puede ser el mismo delegante"
               GO TO altaDelegacion-fin
           end-if.
           move WS-DELEGADO to WS-OPER-BUSCADO.
           PERFORM buscarOperador.
           if WS-OPER-VALIDO not = "S"
               display "delegado desconocido o inactivo"
               GO TO altaDelegacion-fin
           end-if.
           PERFORM pedirDesde.
           PERFORM pedirHasta.
           PERFORM pedirTrabajos.
           if WS-CANT-TRABAJOS = 0
               display "no se indico ningun trabajo valido"
               GO TO altaDelegacion-fin
           end-if.
           PERFORM buscarUltimoId.
           move spaces to DELEGACIONES-REC.
           compute DG-ID = WS-ULTIMO-ID + 1.
           move WS-DELEGANTE to DG-DELEGANTE.
           move WS-DELEGADO to DG-DELEGADO.
           move WS-NIVEL-DELEGANTE to DG-NIVEL.
           move WS-DESDE to DG-DESDE.
           move WS-HASTA to DG-HASTA.
           move WS-TRABAJOS-MARCA to DG-TRABAJOS.
           move "PENDIENTE" to DG-ESTADO.
           move WS-FECHA-HOY to DG-FECHA-ALTA.
           move 0 to DG-FECHA-ESTADO.
           WRITE DELEGACIONES-REC
               INVALID KEY
                   display "no se pudo grabar la delegacion, estado "
                       WS-ESTADO-DELEGA
               NOT INVALID KEY
                   display "delegacion " DG-ID " de " DG-DELEGANTE
                       " a " DG-DELEGADO " nivel " DG-NIVEL
                       " pendiente de aprobacion"
                   move "DELEGACION" to WS-AUDIT-CAMPO
                   move DG-ID to WS-AUDIT-VALOR
                   move "alta pendiente" to WS-AUDIT-RESULTADO
                   PERFORM registraAuditoria
           END-WRITE.
       altaDelegacion-fin.
           EXIT.
       pedirDesde.
           move "vigente desde (AAAAMMDD)" to WS-NUMCHK-PROMPT.
           CALL "numchk" USING WS-NUMCHK-PROMPT WS-NUMCHK-VALOR.
           if WS-NUMCHK-VALOR < 19000101 or WS-NUMCHK-VALOR > 99991231
               display "fecha invalida, use AAAAMMDD"
               go to pedirDesde
           end-if.
           move WS-NUMCHK-VALOR to WS-DESDE.
       pedirHasta.
           move "vigente hasta (AAAAMMDD)" to WS-NUMCHK-PROMPT.
           CALL "numchk" USING WS-NUMCHK-PROMPT WS-NUMCHK-VALOR.
           if WS-NUMCHK-VALOR < 19000101 or WS-NUMCHK-VALOR > 99991231
               display "fecha invalida, use AAAAMMDD"
               go to pedirHasta
           end-if.
           if WS-NUMCHK-VALOR < WS-DESDE
               display "la fecha hasta no puede ser anterior a desde"
               go to pedirHasta
           end-if.
           if WS-NUMCHK-VALOR < WS-FECHA-HOY
               display "la fecha hasta ya paso"
               go to pedirHasta
           end-if.
           move WS-NUMCHK-VALOR to WS-HASTA.
      ******************************************************************
      * solo se delegan los trabajos que piden nivel: los de preguntas
      * que el catalogo tiene asignados a alguna opcion (1 a 7), 8
      * aprobpend y 9 confman.
      ******************************************************************
       pedirTrabajos.
           display "trabajos que se pueden delegar:".
           PERFORM mostrarTrabajo VARYING WS-CAT-IDX FROM 1 BY 1
               UNTIL WS-CAT-IDX > 9.
           display "trabajos delegados, los digitos juntos".
           ACCEPT WS-TRABAJOS-TEXTO.
           move spaces to WS-TRABAJOS-MARCA.
           move 0 to WS-CANT-TRABAJOS.
           PERFORM marcarTrabajo VARYING WS-POS-IDX FROM 1 BY 1
               UNTIL WS-POS-IDX > 9.
       mostrarTrabajo.
           if WS-TD-DESCRIPCION (WS-CAT-IDX) not = spaces
               display "  " WS-CAT-IDX (2:1) " - "
                   WS-TD-DESCRIPCION (WS-CAT-IDX)
           end-if.
       marcarTrabajo.
           if WS-TRABAJOS-TEXTO (WS-POS-IDX:1) is NUMERIC
               and WS-TRABAJOS-TEXTO (WS-POS-IDX:1) not = "0"
               move WS-TRABAJOS-TEXTO (WS-POS-IDX:1) to WS-DIGITO
               if WS-TD-DESCRIPCION (WS-DIGITO) not = spaces
                   and WS-TRABAJO-MARCA (WS-DIGITO) not = "S"
                   move "S" to WS-TRABAJO-MARCA (WS-DIGITO)
                   add 1 to WS-CANT-TRABAJOS
               end-if
           end-if.
      ******************************************************************
      * recorre las opciones del catalogo y se queda con la descripcion
      * de cada numero de trabajo de preguntas; 8 y 9 son fijos.
      ******************************************************************
       cargaTrabajos.
           move spaces to WS-TRABAJOS-DELEGABLES.
           PERFORM leerTrabajo VARYING WS-CAT-IDX FROM 1 BY 1
               UNTIL WS-CAT-IDX > 9.
           move "cola de aprobaciones (aprobpend)"
               to WS-TD-DESCRIPCION (8).
           move "aplicacion de cambios (confman)"
               to WS-TD-DESCRIPCION (9).
       leerTrabajo.
           move WS-CAT-IDX to WS-CT-OPCION.
           CALL "catlib" USING WS-CT-ENTRADA WS-CT-HALLADO.
           if WS-CT-HALLADO not = "N"
               and WS-CT-TRABAJO >= 1 and WS-CT-TRABAJO <= 7
               and WS-TD-DESCRIPCION (WS-CT-TRABAJO) = spaces
               move WS-CT-DESCRIPCION
                   to WS-TD-DESCRIPCION (WS-CT-TRABAJO)
           end-if.
       buscarUltimoId.
           move 0 to WS-ULTIMO-ID.
           move 9999 to DG-ID.
           START DELEGACIONES KEY IS NOT GREATER THAN DG-ID
               INVALID KEY CONTINUE
           END-START.
           READ DELEGACIONES PREVIOUS RECORD
               AT END CONTINUE
               NOT AT END move DG-ID to WS-ULTIMO-ID
           END-READ.
      ******************************************************************
      * la aprueba un supervisor activo que no sea parte de la
      * delegacion (ni el delegante ni el delegado).
      ******************************************************************
       aprobarDelegacion.
           PERFORM pedirId.
           READ DELEGACIONES
               INVALID KEY
                   display "no existe la delegacion " WS-ID-BUSCADO
                   GO TO aprobarDelegacion-fin
           END-READ.
           if DG-ESTADO not = "PENDIENTE"
               display "la delegacion " DG-ID " esta " DG-ESTADO
               GO TO aprobarDelegacion-fin
           end-if.
           display "delegacion " DG-ID " de " DG-DELEGANTE " a "
               DG-DELEGADO " nivel " DG-NIVEL.
           display "  desde " DG-DESDE " hasta " DG-HASTA
               " trabajos " DG-TRABAJOS.
           display "supervisor que aprueba".
           ACCEPT WS-OPERADOR.
           if WS-OPERADOR = DG-DELEGANTE or WS-OPERADOR = DG-DELEGADO
               display "la aprobacion la da un segundo supervisor,"
                   " no el delegante ni el delegado"
               GO TO aprobarDelegacion-fin
           end-if.
           move WS-OPERADOR to WS-OPER-BUSCADO.
           PERFORM buscarOperador.
           if WS-OPER-VALIDO not = "S" or WS-OPER-ROL not = "SUPERVISOR"
               display "solo un supervisor activo aprueba delegaciones"
               GO TO aprobarDelegacion-fin
           end-if.
           display "aprobar (A) o rechazar (R)".
           ACCEPT WS-DECISION.
           if WS-DECISION = "A"
               move "VIGENTE" to DG-ESTADO
           else
               if WS-DECISION = "R"
                   move "RECHAZADO" to DG-ESTADO
               else
                   display "decision invalida, la delegacion sigue"
                       " pendiente"
                   GO TO aprobarDelegacion-fin
               end-if
           end-if.
           move WS-OPERADOR to DG-APROBADOR.
           move WS-FECHA-HOY to DG-FECHA-ESTADO.
           REWRITE DELEGACIONES-REC.
           display "delegacion " DG-ID " " DG-ESTADO " por "
               DG-APROBADOR.
           move "DELEGACION" to WS-AUDIT-CAMPO.
           move DG-ID to WS-AUDIT-VALOR.
           move spaces to WS-AUDIT-RESULTADO.
           STRING DG-ESTADO " " DG-APROBADOR
               DELIMITED BY SIZE INTO WS-AUDIT-RESULTADO.
           PERFORM registraAuditoria.
       aprobarDelegacion-fin.
           EXIT.
      ******************************************************************
      * revoca el propio delegante (si vuelve antes) o un supervisor.
      ******************************************************************
       revocarDelegacion.
           PERFORM pedirId.
           READ DELEGACIONES
               INVALID KEY
                   display "no existe la delegacion " WS-ID-BUSCADO
                   GO TO revocarDelegacion-fin
           END-READ.
           if DG-ESTADO not = "VIGENTE" and DG-ESTADO not = "PENDIENTE"
               display "la delegacion " DG-ID " esta " DG-ESTADO
               GO TO revocarDelegacion-fin
           end-if.
           display "operador que revoca".
           ACCEPT WS-OPERADOR.
           move WS-OPERADOR to WS-OPER-BUSCADO.
           PERFORM buscarOperador.
           if WS-OPER-VALIDO not = "S"
               display "operador desconocido o inactivo"
               GO TO revocarDelegacion-fin
           end-if.
           if WS-OPERADOR not = DG-DELEGANTE
               and WS-OPER-ROL not = "SUPERVISOR"
               display "solo el delegante o un supervisor revocan"
               GO TO revocarDelegacion-fin
           end-if.
           move "REVOCADA" to DG-ESTADO.
           move WS-FECHA-HOY to DG-FECHA-ESTADO.
           REWRITE DELEGACIONES-REC.
           display "delegacion " DG-ID " revocada por " WS-OPERADOR.
           move "DELEGACION" to WS-AUDIT-CAMPO.
           move DG-ID to WS-AUDIT-VALOR.
           move spaces to WS-AUDIT-RESULTADO.
           STRING "REVOCADA " WS-OPERADOR
               DELIMITED BY SIZE INTO WS-AUDIT-RESULTADO.
           PERFORM registraAuditoria.
       revocarDelegacion-fin.
           EXIT.
       pedirId.
           move "numero de delegacion" to WS-NUMCHK-PROMPT.
           CALL "numchk" USING WS-NUMCHK-PROMPT WS-NUMCHK-VALOR.
           move WS-NUMCHK-VALOR to WS-ID-BUSCADO.
           move WS-ID-BUSCADO to DG-ID.
       listarDelegaciones.
           move 0 to WS-CANT-LISTADOS.
           move "N" to WS-FIN-DELEGA.
           move 0 to DG-ID.
           START DELEGACIONES KEY IS NOT LESS THAN DG-ID
               INVALID KEY set FIN-DELEGA to true
           END-START.
           display "id   delegante  delegado   nv desde    hasta   "
               " trabajos  estado     aprobador".
           PERFORM listarDelegacion UNTIL FIN-DELEGA.
           display "total de delegaciones: " WS-CANT-LISTADOS.
       listarDelegacion.
           READ DELEGACIONES NEXT RECORD
               AT END set FIN-DELEGA to true
               NOT AT END
                   add 1 to WS-CANT-LISTADOS
                   display DG-ID " " DG-DELEGANTE " " DG-DELEGADO " "
                       DG-NIVEL " " DG-DESDE " " DG-HASTA " "
                       DG-TRABAJOS " " DG-ESTADO " " DG-APROBADOR
           END-READ.
       buscarOperador.
           move "N" to WS-OPER-VALIDO.
           move spaces to WS-OPER-ROL.
           move 0 to WS-OPER-NIVEL.
           move WS-OPER-BUSCADO to OP-ID.
           OPEN INPUT OPERADORES.
           if WS-ESTADO-OPERMAST not = "00"
               display "no se pudo abrir el maestro de operadores"
           else
               READ OPERADORES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       if OP-ACTIVO = "S"
                           move "S" to WS-OPER-VALIDO
                           move OP-ROL to WS-OPER-ROL
                           move OP-NIVEL to WS-OPER-NIVEL
                       end-if
               END-READ
               CLOSE OPERADORES
           end-if.
       registraAuditoria.
           CALL "auditlog" USING WS-AUDIT-PROGRAMA WS-AUDIT-CAMPO
               WS-AUDIT-VALOR WS-AUDIT-RESULTADO.
       END PROGRAM delegman.
