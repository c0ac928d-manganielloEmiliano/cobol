      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: revision de las emergencias sin checker EMERGREV.DAT -
      *          cuando de noche no hay checker habilitado, preguntas
      *          deja que un maker SUPERVISOR declare emergencia con un
      *          motivo y corra el trabajo sin checker; cada
      *          emergencia abre aca una revision que otro supervisor
      *          (nunca el que la declaro) tiene que cerrar con su
      *          conclusion dentro de un dia habil. Al arrancar, las
      *          revisiones abiertas con el plazo vencido se escalan
      *          una vez a TALLEREX.DAT. Mientras quede alguna
      *          abierta, calman no firma el cierre del dia. Listado
      *          de abiertas y de todas, y cierre de una revision;
      *          cada cierre queda en la auditoria comun.
      *          EMERGREV.DAT: id(4) fecha(8) hora(8) maker(10)
      *          trabajo(1) motivo(40) fecha limite(8) estado(10)
      *          revisor(10) fecha de revision(8) conclusion(40)
      *          sesion(8) escalada(1).
      * Tectonics: cobc -x -o emergrev emergrev.cbl auditlog.cbl
      *            fechalib.cbl numchk.cbl
      * Modification History:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. emergrev.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMERGENCIAS ASSIGN TO "EMERGREV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EV-ID
               FILE STATUS IS WS-ESTADO-EMERGENCIAS.
           SELECT OPTIONAL OPERADORES ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-ID
               FILE STATUS IS WS-ESTADO-OPERMAST.
           SELECT OPTIONAL EXCEP-TALLER ASSIGN TO "TALLEREX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-EXCTALLER.
           SELECT OPTIONAL CORRIDA-CONTROL ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CORRIDA.
       DATA DIVISION.
       FILE SECTION.
       FD  EMERGENCIAS.
       01  EMERGENCIAS-REC.
           05  EV-ID               PIC 9(04).
           05  EV-FECHA            PIC 9(08).
           05  EV-HORA             PIC 9(08).
           05  EV-MAKER            PIC X(10).
           05  EV-TRABAJO          PIC 9(01).
           05  EV-MOTIVO           PIC X(40).
           05  EV-FECHA-LIMITE     PIC 9(08).
           05  EV-ESTADO           PIC X(10).
           05  EV-REVISOR          PIC X(10).
           05  EV-FECHA-REVISION   PIC 9(08).
           05  EV-NOTA             PIC X(40).
           05  EV-SESION           PIC 9(08).
           05  EV-ESCALADA         PIC X(01).
           05  FILLER              PIC X(10).
       FD  OPERADORES.
       01  OPERADORES-REC.
           05  OP-ID               PIC X(10).
           05  OP-NOMBRE           PIC X(30).
           05  OP-ROL              PIC X(10).
           05  OP-ACTIVO           PIC X(01).
           05  OP-NIVEL            PIC 9(02).
       FD  EXCEP-TALLER.
       01  EXCEP-TALLER-REC.
           05  EXT-FECHA           PIC 9(08).
           05  FILLER              PIC X(01).
           05  EXT-PROGRAMA        PIC X(15).
           05  FILLER              PIC X(01).
           05  EXT-TEXTO           PIC X(55).
           05  FILLER              PIC X(01).
           05  EXT-CORRIDA         PIC 9(02).
       FD  CORRIDA-CONTROL.
       01  CORRIDA-CONTROL-REC.
           05  RC-FECHA            PIC 9(08).
           05  FILLER              PIC X(01).
           05  RC-CORRIDA          PIC 9(02).
       WORKING-STORAGE SECTION.
       01  WS-ESTADO-EMERGENCIAS   PIC X(02).
       01  WS-ESTADO-OPERMAST      PIC X(02).
       01  WS-ESTADO-EXCTALLER     PIC X(02).
       01  WS-ESTADO-CORRIDA       PIC X(02).
       01  WS-CORRIDA              PIC 9(02) VALUE 0.
       01  WS-OPCION               PIC 9(01) VALUE 0.
       01  WS-SALIR                PIC X(01) VALUE "N".
           88  SALIR-REV           VALUE "S".
       01  WS-FIN-EMERGENCIAS      PIC X(01) VALUE "N".
           88  FIN-EMERGENCIAS     VALUE "S".
       01  WS-SOLO-ABIERTAS        PIC X(01) VALUE "S".
       01  WS-FECHA-HOY            PIC 9(08) VALUE 0.
       01  WS-REVISOR              PIC X(10).
       01  WS-OPER-VALIDO          PIC X(01).
       01  WS-NOTA                 PIC X(40).
       01  WS-CANT-ESCALADAS       PIC 9(03) VALUE 0.
       01  WS-CANT-LISTADAS        PIC 9(04) VALUE 0.
       01  WS-AUDIT-PROGRAMA       PIC X(15) VALUE "EMERGREV".
       01  WS-AUDIT-CAMPO          PIC X(15).
       01  WS-AUDIT-VALOR          PIC X(20).
       01  WS-AUDIT-RESULTADO      PIC X(20).
       01  WS-NUMCHK-PROMPT        PIC X(40).
       01  WS-NUMCHK-VALOR         PIC 9(09).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "fechalib" USING WS-FECHA-HOY.
           OPEN I-O EMERGENCIAS.
           if WS-ESTADO-EMERGENCIAS not = "00"
               display "no hay revisiones de emergencia EMERGREV.DAT"
               STOP RUN
           end-if.
           PERFORM escalarVencidas.
           PERFORM menuRevision UNTIL SALIR-REV.
           CLOSE EMERGENCIAS.
           STOP RUN.
       menuRevision.
           display " ".
           display "revision de emergencias sin checker".
           display "  1 - listar revisiones abiertas".
           display "  2 - cerrar una revision".
           display "  3 - listar todas las revisiones".
           display "  0 - salir".
           move "ingrese opcion (0-3)" to WS-NUMCHK-PROMPT.
           CALL "numchk" USING WS-NUMCHK-PROMPT WS-NUMCHK-VALOR.
           move WS-NUMCHK-VALOR to WS-OPCION.
           evaluate WS-OPCION
               when 0
                   set SALIR-REV to true
               when 1
                   move "S" to WS-SOLO-ABIERTAS
                   PERFORM listarRevisiones
               when 2
                   PERFORM cerrarRevision THRU cerrarRevision-fin
               when 3
                   move "N" to WS-SOLO-ABIERTAS
                   PERFORM listarRevisiones
               when other
                   display "opcion invalida"
           end-evaluate.
       listarRevisiones.
           move 0 to WS-CANT-LISTADAS.
           move "N" to WS-FIN-EMERGENCIAS.
           move 0 to EV-ID.
           START EMERGENCIAS KEY IS NOT LESS THAN EV-ID
               INVALID KEY set FIN-EMERGENCIAS to true
           END-START.
           display "id   fecha    maker      t limite   estado"
               "     revisor".
           PERFORM listarRevision UNTIL FIN-EMERGENCIAS.
           display "revisiones listadas: " WS-CANT-LISTADAS.
       listarRevision.
           READ EMERGENCIAS NEXT RECORD
               AT END set FIN-EMERGENCIAS to true
               NOT AT END
                   if WS-SOLO-ABIERTAS not = "S"
                       or EV-ESTADO = "ABIERTA"
                       add 1 to WS-CANT-LISTADAS
                       display EV-ID " " EV-FECHA " " EV-MAKER " "
                           EV-TRABAJO " " EV-FECHA-LIMITE " "
                           EV-ESTADO " " EV-REVISOR
                       display "     motivo: " EV-MOTIVO
                       if EV-NOTA not = spaces
                           display "     conclusion: " EV-NOTA
                       end-if
                   end-if
           END-READ.
      ******************************************************************
      * cierra otro supervisor activo, nunca el que declaro la
      * emergencia, y siempre con una conclusion escrita.
      ******************************************************************
       cerrarRevision.
           move "id de la revision" to WS-NUMCHK-PROMPT.
           CALL "numchk" USING WS-NUMCHK-PROMPT WS-NUMCHK-VALOR.
           move WS-NUMCHK-VALOR to EV-ID.
           READ EMERGENCIAS
               INVALID KEY
                   display "no existe la revision " EV-ID
                   GO TO cerrarRevision-fin
           END-READ.
           if EV-ESTADO not = "ABIERTA"
               display "la revision " EV-ID " ya esta " EV-ESTADO
               GO TO cerrarRevision-fin
           end-if.
           display "emergencia del " EV-FECHA " de " EV-MAKER
               " trabajo " EV-TRABAJO.
           display "  motivo: " EV-MOTIVO.
           display "su id de operador (supervisor revisor)".
           ACCEPT WS-REVISOR.
           if WS-REVISOR = EV-MAKER
               display "la emergencia la revisa otro supervisor, no"
                   " el que la declaro"
               GO TO cerrarRevision-fin
           end-if.
           PERFORM buscarSupervisor.
           if WS-OPER-VALIDO not = "S"
               display "operador desconocido, inactivo o sin rol"
                   " SUPERVISOR, no se cierra"
               GO TO cerrarRevision-fin
           end-if.
           display "conclusion de la revision (obligatoria)".
           ACCEPT WS-NOTA.
           if WS-NOTA = spaces
               display "sin conclusion la revision queda abierta"
               GO TO cerrarRevision-fin
           end-if.
           move "CERRADA" to EV-ESTADO.
           move WS-REVISOR to EV-REVISOR.
           move WS-FECHA-HOY to EV-FECHA-REVISION.
           move WS-NOTA to EV-NOTA.
           REWRITE EMERGENCIAS-REC.
           display "revision " EV-ID " cerrada por " WS-REVISOR.
           if WS-FECHA-HOY > EV-FECHA-LIMITE
               display "(cerrada fuera del plazo del " EV-FECHA-LIMITE
                   ")"
           end-if.
           move "REVISION" to WS-AUDIT-CAMPO.
           move EV-ID to WS-AUDIT-VALOR.
           move spaces to WS-AUDIT-RESULTADO.
           STRING "cerrada " WS-REVISOR
               DELIMITED BY SIZE INTO WS-AUDIT-RESULTADO.
           PERFORM registraAuditoria.
       cerrarRevision-fin.
           EXIT.
      ******************************************************************
      * una revision abierta con el plazo vencido se escala una sola
      * vez (EV-ESCALADA) para no repetir el aviso en cada corrida.
      ******************************************************************
       escalarVencidas.
           move "N" to WS-FIN-EMERGENCIAS.
           move 0 to EV-ID.
           START EMERGENCIAS KEY IS NOT LESS THAN EV-ID
               INVALID KEY set FIN-EMERGENCIAS to true
           END-START.
           PERFORM escalarVencida UNTIL FIN-EMERGENCIAS.
           if WS-CANT-ESCALADAS not = 0
               display WS-CANT-ESCALADAS " revisiones vencidas y"
                   " escaladas a TALLEREX.DAT"
           end-if.
       escalarVencida.
           READ EMERGENCIAS NEXT RECORD
               AT END set FIN-EMERGENCIAS to true
               NOT AT END
                   if EV-ESTADO = "ABIERTA"
                       and EV-ESCALADA not = "S"
                       and WS-FECHA-HOY > EV-FECHA-LIMITE
                       move "S" to EV-ESCALADA
                       REWRITE EMERGENCIAS-REC
                       add 1 to WS-CANT-ESCALADAS
                       PERFORM grabaEscalacion
                   end-if
           END-READ.
       grabaEscalacion.
           move 0 to WS-CORRIDA.
           OPEN INPUT CORRIDA-CONTROL.
           if WS-ESTADO-CORRIDA = "00"
               READ CORRIDA-CONTROL
                   AT END CONTINUE
                   NOT AT END
                       if RC-FECHA = WS-FECHA-HOY
                           move RC-CORRIDA to WS-CORRIDA
                       end-if
               END-READ
           end-if.
           CLOSE CORRIDA-CONTROL.
           OPEN EXTEND EXCEP-TALLER.
           if WS-ESTADO-EXCTALLER = "35"
               OPEN OUTPUT EXCEP-TALLER
               CLOSE EXCEP-TALLER
               OPEN EXTEND EXCEP-TALLER
           end-if.
           move spaces to EXCEP-TALLER-REC.
           move WS-FECHA-HOY to EXT-FECHA.
           move "EMERGREV" to EXT-PROGRAMA.
           STRING "EMERGENCIA rev " EV-ID " de " EV-MAKER
                  " vencida sin revisar"
                  DELIMITED BY SIZE INTO EXT-TEXTO.
           move WS-CORRIDA to EXT-CORRIDA.
           WRITE EXCEP-TALLER-REC.
           CLOSE EXCEP-TALLER.
       buscarSupervisor.
           move "N" to WS-OPER-VALIDO.
           OPEN INPUT OPERADORES.
           if WS-ESTADO-OPERMAST not = "00"
               display "no se pudo abrir el maestro de operadores"
           else
               move WS-REVISOR to OP-ID
               READ OPERADORES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       if OP-ACTIVO = "S"
                           and OP-ROL = "SUPERVISOR"
                           move "S" to WS-OPER-VALIDO
                       end-if
               END-READ
               CLOSE OPERADORES
           end-if.
       registraAuditoria.
           CALL "auditlog" USING WS-AUDIT-PROGRAMA WS-AUDIT-CAMPO
               WS-AUDIT-VALOR WS-AUDIT-RESULTADO.
       END PROGRAM emergrev.
