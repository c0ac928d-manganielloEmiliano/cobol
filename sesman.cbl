      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: sesiones vivas del menu (registro SESIONES.DAT) - un
      *          supervisor activo lista las sesiones ACTIVA con su
      *          inicio, la ultima actividad y los minutos sin
      *          actividad (marcando las que ya pasaron SESIDLE
      *          minutos, perilla de CONFIG.DAT, respaldo 15), y cierra
      *          a la fuerza la de un operador con un motivo
      *          obligatorio: el renglon pasa a FORZADA, el menu de esa
      *          terminal se retira en su proxima vuelta, el cierre
      *          queda en la auditoria comun con el numero de sesion y
      *          en la transcripcion SESTRANS.DAT de esa sesion.
      *          SESIONES.DAT: operador(10) sesion(8) estado(10) fecha
      *          y hora de inicio(8+8) fecha y hora de ultima
      *          actividad(8+8) cerro(10) motivo(40).
      * Tectonics: cobc -x -o sesman sesman.cbl auditlog.cbl
      *            fechalib.cbl configlib.cbl translib.cbl numchk.cbl
      * Modification History:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. sesman.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SESIONES ASSIGN TO "SESIONES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SS-ID
               FILE STATUS IS WS-ESTADO-SESIONES.
           SELECT OPTIONAL OPERADORES ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-ID
               FILE STATUS IS WS-ESTADO-OPERMAST.
       DATA DIVISION.
       FILE SECTION.
       FD  SESIONES.
       01  SESIONES-REC.
           05  SS-ID               PIC X(10).
           05  SS-SESION           PIC 9(08).
           05  SS-ESTADO           PIC X(10).
           05  SS-FECHA-INICIO     PIC 9(08).
           05  SS-HORA-INICIO      PIC 9(08).
           05  SS-FECHA-ULT        PIC 9(08).
           05  SS-HORA-ULT         PIC 9(08).
           05  SS-CERRO            PIC X(10).
           05  SS-MOTIVO           PIC X(40).
           05  FILLER              PIC X(10).
       FD  OPERADORES.
       01  OPERADORES-REC.
           05  OP-ID               PIC X(10).
           05  OP-NOMBRE           PIC X(30).
           05  OP-ROL              PIC X(10).
           05  OP-ACTIVO           PIC X(01).
           05  OP-NIVEL            PIC 9(02).
       WORKING-STORAGE SECTION.
       01  WS-ESTADO-SESIONES      PIC X(02).
       01  WS-ESTADO-OPERMAST      PIC X(02).
       01  WS-OPCION               PIC 9(01) VALUE 0.
       01  WS-SALIR                PIC X(01) VALUE "N".
           88  SALIR-SES           VALUE "S".
       01  WS-FIN-SESIONES         PIC X(01) VALUE "N".
           88  FIN-SESIONES        VALUE "S".
       01  WS-SUPERVISOR           PIC X(10).
       01  WS-OPER-VALIDO          PIC X(01).
       01  WS-ID-BUSCADO           PIC X(10).
       01  WS-MOTIVO               PIC X(40).
       01  WS-CANT-VIVAS           PIC 9(04) VALUE 0.
       01  WS-FECHA-HOY            PIC 9(08) VALUE 0.
       01  WS-MINUTOS-OCIO         PIC 9(07) VALUE 0.
       01  WS-IDLE-MINUTOS         PIC 9(04) VALUE 15.
       01  WS-IDLE-LIMITE          PIC 9(15) VALUE 0.
       01  WS-RELOJ-FECHA.
           05  WS-RELOJ-SIGLO      PIC 9(02) VALUE 20.
           05  WS-RELOJ-RESTO      PIC 9(06) VALUE 0.
       01  WS-RELOJ-HORA           PIC 9(08).
       01  WS-DESDE-FECHA          PIC 9(08).
       01  WS-DESDE-HORA           PIC 9(08).
       01  WS-HORA-TRABAJO         PIC 9(08).
       01  FILLER REDEFINES WS-HORA-TRABAJO.
           05  WS-HT-HORA          PIC 9(02).
           05  WS-HT-MINUTO        PIC 9(02).
           05  WS-HT-SEGUNDO       PIC 9(02).
           05  WS-HT-CENTESIMO     PIC 9(02).
       01  WS-CENT-RESULTADO       PIC 9(15).
       01  WS-CENT-DESDE           PIC 9(15).
       01  WS-CENT-HASTA           PIC 9(15).
       01  WS-OCIO                 PIC 9(15).
      *    conversion de fecha a dias corridos, como en menu.
       01  WS-FECHA-TRABAJO        PIC 9(08).
       01  FILLER REDEFINES WS-FECHA-TRABAJO.
           05  WS-FT-ANIO          PIC 9(04).
           05  WS-FT-MES           PIC 9(02).
           05  WS-FT-DIA           PIC 9(02).
       01  WS-DIAS-RESULTADO       PIC 9(09).
       01  WS-ANIO-CUARTO          PIC 9(04).
       01  WS-MESES-ACUM-INIC.
           05  FILLER  PIC X(36) VALUE
               "000031059090120151181212243273304334".
       01  WS-MESES-ACUM REDEFINES WS-MESES-ACUM-INIC.
           05  WS-MES-ACUM OCCURS 12 TIMES PIC 9(03).
       01  WS-TR-SESION            PIC 9(08).
       01  WS-TR-OPERADOR          PIC X(10).
       01  WS-TR-TEXTO             PIC X(60).
       01  WS-AUDIT-PROGRAMA       PIC X(15) VALUE "SESMAN".
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
           move "SESIDLE" to WS-CONFIG-CLAVE.
           CALL "configlib" USING WS-CONFIG-CLAVE WS-CONFIG-VALOR
               WS-CONFIG-HALLADO.
           if WS-CONFIG-HALLADO = "S"
               and WS-CONFIG-VALOR is NUMERIC
               move WS-CONFIG-VALOR to WS-IDLE-MINUTOS
           end-if.
           compute WS-IDLE-LIMITE = WS-IDLE-MINUTOS * 6000.
           display "sesiones vivas del menu - su id de operador"
               " (supervisor)".
           ACCEPT WS-SUPERVISOR.
           PERFORM buscarSupervisor.
           if WS-OPER-VALIDO not = "S"
               display "operador desconocido, inactivo o sin rol"
                   " SUPERVISOR"
               STOP RUN
           end-if.
           OPEN I-O SESIONES.
           if WS-ESTADO-SESIONES not = "00"
               display "no hay registro de sesiones SESIONES.DAT"
               STOP RUN
           end-if.
           PERFORM menuSesiones UNTIL SALIR-SES.
           CLOSE SESIONES.
           STOP RUN.
       menuSesiones.
           display " ".
           display "sesiones vivas del menu".
           display "  1 - listar sesiones vivas".
           display "  2 - cerrar la sesion de un operador".
           display "  0 - salir".
           move "ingrese opcion (0-2)" to WS-NUMCHK-PROMPT.
           CALL "numchk" USING WS-NUMCHK-PROMPT WS-NUMCHK-VALOR.
           move WS-NUMCHK-VALOR to WS-OPCION.
           evaluate WS-OPCION
               when 0
                   set SALIR-SES to true
               when 1
                   PERFORM listarSesiones
               when 2
                   PERFORM cerrarSesion THRU cerrarSesion-fin
               when other
                   display "opcion invalida"
           end-evaluate.
       listarSesiones.
           move 0 to WS-CANT-VIVAS.
           move "N" to WS-FIN-SESIONES.
           move low-values to SS-ID.
           START SESIONES KEY IS NOT LESS THAN SS-ID
               INVALID KEY set FIN-SESIONES to true
           END-START.
           display "operador   sesion   inicio            ultima"
               " actividad   minutos".
           PERFORM listarSesion UNTIL FIN-SESIONES.
           display "sesiones vivas: " WS-CANT-VIVAS.
       listarSesion.
           READ SESIONES NEXT RECORD
               AT END set FIN-SESIONES to true
               NOT AT END
                   if SS-ESTADO = "ACTIVA"
                       PERFORM imprimeSesion
                   end-if
           END-READ.
       imprimeSesion.
           add 1 to WS-CANT-VIVAS.
           PERFORM medirOcio.
           display SS-ID " " SS-SESION " " SS-FECHA-INICIO " "
               SS-HORA-INICIO " " SS-FECHA-ULT " " SS-HORA-ULT " "
               WS-MINUTOS-OCIO.
           if WS-OCIO > WS-IDLE-LIMITE
               display "     (sin actividad hace mas de "
                   WS-IDLE-MINUTOS " minutos, vencida)"
           end-if.
      ******************************************************************
      * el cierre forzado necesita motivo; queda en el registro, en la
      * auditoria y en la transcripcion de la sesion cerrada.
      ******************************************************************
       cerrarSesion.
           display "id del operador cuya sesion se cierra".
           ACCEPT WS-ID-BUSCADO.
           move WS-ID-BUSCADO to SS-ID.
           READ SESIONES
               INVALID KEY
                   display "el operador " WS-ID-BUSCADO
                       " no tiene sesiones registradas"
                   GO TO cerrarSesion-fin
           END-READ.
           if SS-ESTADO not = "ACTIVA"
               display "la ultima sesion de " SS-ID " ya esta "
                   SS-ESTADO
               GO TO cerrarSesion-fin
           end-if.
           display "sesion " SS-SESION " desde " SS-FECHA-INICIO " "
               SS-HORA-INICIO.
           display "motivo del cierre (obligatorio)".
           ACCEPT WS-MOTIVO.
           if WS-MOTIVO = spaces
               display "sin motivo la sesion no se cierra"
               GO TO cerrarSesion-fin
           end-if.
           move "FORZADA" to SS-ESTADO.
           move WS-SUPERVISOR to SS-CERRO.
           move WS-MOTIVO to SS-MOTIVO.
           REWRITE SESIONES-REC.
           display "sesion " SS-SESION " de " SS-ID " cerrada".
           move "SESION" to WS-AUDIT-CAMPO.
           move SS-ID to WS-AUDIT-VALOR.
           move spaces to WS-AUDIT-RESULTADO.
           STRING "forzada " SS-SESION
               DELIMITED BY SIZE INTO WS-AUDIT-RESULTADO.
           PERFORM registraAuditoria.
           move SS-SESION to WS-TR-SESION.
           move SS-ID to WS-TR-OPERADOR.
           move spaces to WS-TR-TEXTO.
           STRING "sesion cerrada por el supervisor " WS-SUPERVISOR
               DELIMITED BY SIZE INTO WS-TR-TEXTO.
           PERFORM registraTranscripcion.
           move spaces to WS-TR-TEXTO.
           STRING "motivo: " WS-MOTIVO
               DELIMITED BY SIZE INTO WS-TR-TEXTO.
           PERFORM registraTranscripcion.
       cerrarSesion-fin.
           EXIT.
       medirOcio.
           ACCEPT WS-RELOJ-RESTO FROM DATE.
           ACCEPT WS-RELOJ-HORA FROM TIME.
           move SS-FECHA-ULT to WS-DESDE-FECHA.
           move SS-HORA-ULT to WS-DESDE-HORA.
           move WS-DESDE-FECHA to WS-FECHA-TRABAJO.
           PERFORM fechaADias.
           move WS-DESDE-HORA to WS-HORA-TRABAJO.
           PERFORM horaACentesimas.
           compute WS-CENT-DESDE = WS-DIAS-RESULTADO * 8640000
               + WS-CENT-RESULTADO.
           move WS-RELOJ-FECHA to WS-FECHA-TRABAJO.
           PERFORM fechaADias.
           move WS-RELOJ-HORA to WS-HORA-TRABAJO.
           PERFORM horaACentesimas.
           compute WS-CENT-HASTA = WS-DIAS-RESULTADO * 8640000
               + WS-CENT-RESULTADO.
           if WS-CENT-HASTA > WS-CENT-DESDE
               compute WS-OCIO = WS-CENT-HASTA - WS-CENT-DESDE
           else
               move 0 to WS-OCIO
           end-if.
           compute WS-MINUTOS-OCIO = WS-OCIO / 6000.
       horaACentesimas.
           compute WS-CENT-RESULTADO = WS-HT-HORA * 360000
               + WS-HT-MINUTO * 6000
               + WS-HT-SEGUNDO * 100
               + WS-HT-CENTESIMO.
       fechaADias.
           compute WS-ANIO-CUARTO = WS-FT-ANIO / 4.
           compute WS-DIAS-RESULTADO = WS-FT-ANIO * 365
               + WS-ANIO-CUARTO
               + WS-MES-ACUM (WS-FT-MES)
               + WS-FT-DIA.
       buscarSupervisor.
           move "N" to WS-OPER-VALIDO.
           OPEN INPUT OPERADORES.
           if WS-ESTADO-OPERMAST not = "00"
               display "no se pudo abrir el maestro de operadores"
           else
               move WS-SUPERVISOR to OP-ID
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
       registraTranscripcion.
           CALL "translib" USING WS-TR-SESION WS-TR-OPERADOR
               WS-TR-TEXTO.
       END PROGRAM sesman.
