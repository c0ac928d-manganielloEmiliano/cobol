      *          auditoria comun del taller (auditlog).
      *          Roles esperados: APRENDIZ, OPERADOR, SUPERVISOR.
      * Tectonics: cobc -x -o opermant opermant.cbl auditlog.cbl
      *            fechalib.cbl numchk.cbl ventlib.cbl
      * Modification History:
      *   02/09/2026 - la firma de entrada del menu valida ahora un PIN
      *                secreto por operador (companero OPERSEC.DAT):
      *                opcion de desbloquear un operador que el menu
      *                bloqueo por PIN errados (el desbloqueo vuelve a
      *                exigir cambio de PIN y queda en la auditoria).
      *   15/10/2026 - se agrega la opcion de reactivar un operador
      *                inactivo (suspendido por inactividad o por la
      *                revision de accesos): la reactivacion reinicia
      *                la cuenta de inactividad en ULTFIRMA.DAT, para
      *                que accinact no lo vuelva a suspender esa misma
      *                noche, y queda en la auditoria.
      *   15/10/2026 - con la ventana batch de findia abierta
      *                se rechazan el alta, la baja, el desbloqueo y la
      *                reactivacion, salvo override de supervisor
      *                (ventlib); el maestro se cierra mientras ventlib
      *                valida al supervisor y se vuelve a abrir.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. opermant.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SC-ID
               FILE STATUS IS WS-ESTADO-OPERSEC.
           SELECT OPTIONAL FIRMAS ASSIGN TO "ULTFIRMA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UF-ID
               FILE STATUS IS WS-ESTADO-FIRMAS.
       DATA DIVISION.
       FILE SECTION.
       FD  OPERADORES.
           05  SC-INTENTOS         PIC 9(02).
           05  SC-BLOQUEADO        PIC X(01).
           05  SC-CAMBIO-OBLIG     PIC X(01).
       FD  FIRMAS.
       01  FIRMAS-REC.
           05  UF-ID               PIC X(10).
           05  UF-FECHA-FIRMA      PIC 9(08).
           05  UF-FECHA-INICIO     PIC 9(08).
           05  FILLER              PIC X(10).
       WORKING-STORAGE SECTION.
       01  WS-ESTADO-OPERMAST      PIC X(02).
       01  WS-ESTADO-OPERSEC       PIC X(02).
       01  WS-ESTADO-FIRMAS        PIC X(02).
       01  WS-FECHA-HOY            PIC 9(08) VALUE 0.
       01  WS-OPCION               PIC 9(01) VALUE 0.
       01  WS-SALIR                PIC X(01) VALUE "N".
           88  SALIR-MANT          VALUE "S".
           88  FIN-MAESTRO         VALUE "S".
       01  WS-ID-BUSCADO           PIC X(10).
       01  WS-AUDIT-PROGRAMA       PIC X(15) VALUE "OPERMANT".
       01  WS-VENTANA-OK           PIC X(01) VALUE "S".
       01  WS-VENTANA-OPCION       PIC X(20).
       01  WS-AUDIT-CAMPO          PIC X(15).
       01  WS-AUDIT-VALOR          PIC X(20).
       01  WS-AUDIT-RESULTADO      PIC X(20).
       01  WS-NUMCHK-VALOR         PIC 9(09).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "fechalib" USING WS-FECHA-HOY.
           OPEN I-O OPERADORES.
           if WS-ESTADO-OPERMAST = "35"
               OPEN OUTPUT OPERADORES
           display "  2 - desactivar operador".
           display "  3 - listar operadores".
           display "  4 - desbloquear operador (PIN)".
           display "  5 - reactivar operador".
           display "  0 - salir".
           move "ingrese opcion (0-5)" to WS-NUMCHK-PROMPT.
           CALL "numchk" USING WS-NUMCHK-PROMPT WS-NUMCHK-VALOR.
           move WS-NUMCHK-VALOR to WS-OPCION.
           evaluate WS-OPCION
               when 0
                   set SALIR-MANT to true
               when 1
                   move "alta de operador" to WS-VENTANA-OPCION
                   PERFORM controlaVentana
                   if WS-VENTANA-OK = "S"
                       PERFORM altaOperador
                   end-if
               when 2
                   move "desactivar operador" to WS-VENTANA-OPCION
                   PERFORM controlaVentana
                   if WS-VENTANA-OK = "S"
                       PERFORM bajaOperador
                   end-if
               when 3
                   PERFORM listarOperadores
               when 4
                   move "desbloquear operador" to WS-VENTANA-OPCION
                   PERFORM controlaVentana
                   if WS-VENTANA-OK = "S"
                       PERFORM desbloquearOperador
                   end-if
               when 5
                   move "reactivar operador" to WS-VENTANA-OPCION
                   PERFORM controlaVentana
                   if WS-VENTANA-OK = "S"
                       PERFORM reactivarOperador
                   end-if
               when other
                   display "opcion invalida"
           end-evaluate.
      ******************************************************************
      * con la ventana batch de findia abierta las opciones que graban
      * se rechazan (ventlib lo dice y lo audita) salvo override de
      * supervisor.
      ******************************************************************
       controlaVentana.
           CLOSE OPERADORES.
           CALL "ventlib" USING WS-AUDIT-PROGRAMA WS-VENTANA-OPCION
               WS-VENTANA-OK.
           OPEN I-O OPERADORES.
       altaOperador.
           display "id del operador (hasta 10 caracteres)".
           ACCEPT OP-ID.
                       PERFORM registraAuditoria
                   end-if
           END-READ.
       reactivarOperador.
           display "id del operador a reactivar".
           ACCEPT WS-ID-BUSCADO.
           move WS-ID-BUSCADO to OP-ID.
           READ OPERADORES
               INVALID KEY
                   display "no existe el operador " WS-ID-BUSCADO
               NOT INVALID KEY
                   if OP-ACTIVO = "S"
                       display "el operador ya estaba activo"
                   else
                       move "S" to OP-ACTIVO
                       REWRITE OPERADORES-REC
                       display "operador " OP-ID " reactivado"
                       PERFORM reiniciarInactividad
                       move "OPERADOR" to WS-AUDIT-CAMPO
                       move OP-ID to WS-AUDIT-VALOR
                       move "reactivado" to WS-AUDIT-RESULTADO
                       PERFORM registraAuditoria
                   end-if
           END-READ.
      ******************************************************************
      * la cuenta de inactividad de accinact se mide desde la ultima
      * firma o desde el inicio, lo que sea mas reciente: el inicio
      * pasa a ser hoy.
      ******************************************************************
       reiniciarInactividad.
           OPEN I-O FIRMAS.
           if WS-ESTADO-FIRMAS = "00"
               move OP-ID to UF-ID
               READ FIRMAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       move WS-FECHA-HOY to UF-FECHA-INICIO
                       REWRITE FIRMAS-REC
               END-READ
           end-if.
           CLOSE FIRMAS.
       listarOperadores.
           move "N" to WS-FIN-MAESTRO.
           move low-values to OP-ID.
