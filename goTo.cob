      * Purpose: confirma con el operador si se ejecuta el programa
      * Tectonics: cobc -x -o preguntas goTo.cob auditlog.cbl
      *            fechalib.cbl configlib.cbl translib.cbl
      *            delegalib.cbl catlib.cbl
      *            (tablas, rutinas e ifElse deben estar compilados de
      *            antemano con esos nombres de salida para poder usar
      *            el menu de trabajos de este programa - ver el
      *                los otros acumulativos. En modo simulacion no
      *                se transcribe nada, como el resto de las
      *                constancias.
      *   15/10/2026 - un checker corto de nivel vale igual si tiene
      *                una delegacion VIGENTE (delegman / DELEGA.DAT,
      *                consultada con delegalib) para el trabajo
      *                elegido y dentro del rango de fechas; el ledger
      *                deja "aprobado como delegado de X" y el uso
      *                queda en DELEGUSO.DAT para el reporte semanal
      *                (repdeleg). WS-RUTA pasa a PIC X(40).
      *   15/10/2026 - emergencia sin checker: con el checker ausente,
      *                un maker SUPERVISOR puede declarar emergencia,
      *                escribir el motivo y seguir sin checker. El
      *                trabajo corre, queda marcado "EMERGENCIA" en el
      *                ledger, escalado a TALLEREX.DAT (severidad alta
      *                en notifica) y en la auditoria, y abre una
      *                revision en EMERGREV.DAT que otro supervisor
      *                tiene que cerrar con emergrev dentro de un dia
      *                habil; mientras haya revisiones abiertas calman
      *                no firma el cierre.
      *   15/10/2026 - los trabajos que ofrece este gate, su ejecutable
      *                y el nivel minimo del checker de cada uno salen
      *                del catalogo de opciones MENUCAT.DAT (catlib,
      *                mantenido con catman): un trabajo es la opcion
      *                del menu que el catalogo numera para preguntas.
      *                NIVELREQ.DAT deja de leerse aca.
      *   15/10/2026 - la emergencia abre revision en EMERGREV.DAT
      *                solo si el trabajo llego a lanzarse; un rechazo
      *                por nivel u opcion invalida no la abre.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. preguntas.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-ID
               FILE STATUS IS WS-ESTADO-OPERMAST.
           SELECT PENDIENTES ASSIGN TO "PREGPEND.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PD-ID
               FILE STATUS IS WS-ESTADO-PENDIENTES.
           SELECT EMERGENCIAS ASSIGN TO "EMERGREV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EV-ID
               FILE STATUS IS WS-ESTADO-EMERGENCIAS.
           SELECT OPTIONAL EXCEP-TALLER ASSIGN TO "TALLEREX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-EXCTALLER.
           SELECT OPTIONAL CORRIDA-CONTROL ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CORRIDA.
       DATA DIVISION.
       FILE SECTION.
       FD  EXCEPCIONES.
           05  OP-ROL              PIC X(10).
           05  OP-ACTIVO           PIC X(01).
           05  OP-NIVEL            PIC 9(02).
       FD  PENDIENTES.
       01  PENDIENTES-REC.
           05  PD-ID               PIC 9(04).
           05  PD-ESTADO           PIC X(10).
           05  PD-FECHA-ESTADO     PIC 9(08).
           05  PD-CHECKER          PIC X(10).
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
       01  SiOno pic x.
       01  WS-INTENTOS             PIC 9(02) VALUE 0.
       01  WS-FECHA-SPOOL.
           05  WS-FECHA-SPOOL-SIGLO PIC 9(02) VALUE 20.
           05  WS-FECHA-SPOOL-RESTO PIC 9(06) VALUE 0.
       01  WS-RUTA                 PIC X(40).
       01  WS-LINEA-LEDGER         PIC X(120) VALUE SPACES.
       01  WS-OPERADOR1            PIC X(10).
       01  WS-OPERADOR2            PIC X(10).
       01  WS-OPER-VALIDO          PIC X(01).
       01  WS-OPER-NOMBRE          PIC X(30).
       01  WS-OPER-NIVEL           PIC 9(02) VALUE 0.
       01  WS-OPER-ROL             PIC X(10) VALUE SPACES.
       01  WS-NIVEL-CHECKER        PIC 9(02) VALUE 0.
      *    nivel que el checker tiene por delegacion para el trabajo
      *    elegido (0 y delegante en blanco si no tiene ninguna).
       01  WS-NIVEL-DELEGADO       PIC 9(02) VALUE 0.
       01  WS-DELEGANTE            PIC X(10) VALUE SPACES.
       01  WS-DL-ACCION            PIC X(01).
       01  WS-DL-PROGRAMA          PIC X(15) VALUE "PREGUNTAS".
       01  WS-DL-REFERENCIA        PIC X(20).
      *    emergencia sin checker: solo la declara un maker SUPERVISOR
      *    y abre una revision que vence a WS-EMERG-DIAS dias habiles
       01  WS-EMERGENCIA           PIC X(01) VALUE "N".
           88  EMERGENCIA-DECLARADA VALUE "S".
       01  WS-MOTIVO-EMERG         PIC X(40) VALUE SPACES.
       01  WS-EMERG-ID             PIC 9(04) VALUE 0.
       01  WS-EMERG-DIAS           PIC 9(04) VALUE 1.
       01  WS-EMERG-LIMITE         PIC 9(08) VALUE 0.
       01  WS-HORA-EMERG           PIC 9(08).
       01  WS-ESTADO-EMERGENCIAS   PIC X(02).
       01  WS-ESTADO-EXCTALLER     PIC X(02).
       01  WS-ESTADO-CORRIDA       PIC X(02).
       01  WS-CORRIDA              PIC 9(02) VALUE 0.
      *    trabajos que ofrece el gate segun el catalogo (catlib), por
      *    numero de trabajo; nivel minimo 0 = cualquier checker valido
      *    alcanza, como siempre.
       01  WS-NIVELES-REQ.
           05  WS-NIVEL-REQ OCCURS 9 TIMES PIC 9(02) VALUE 0.
       01  WS-TRABAJOS.
           05  WS-TB-ENT OCCURS 9 TIMES.
               10  WS-TB-DESCRIPCION   PIC X(40).
               10  WS-TB-COMANDO       PIC X(30).
       01  WS-CAT-IDX              PIC 9(02) VALUE 0.
       01  WS-CANT-TRABAJOS        PIC 9(01) VALUE 0.
       01  WS-TRABAJO-VALIDO       PIC X(01) VALUE "N".
       01  WS-TRABAJO-LANZADO      PIC X(01) VALUE "N".
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
       01  WS-NOMBRE-MAKER         PIC X(30) VALUE SPACES.
       01  WS-NOMBRE-CHECKER       PIC X(30) VALUE SPACES.
       01  WS-ESTADO-PENDIENTES    PIC X(02).
           move WS-FECHA-PROCESO to WS-FECHA-SPOOL.
           move WS-FECHA-PROCESO to WS-FECHA-LEDGER.
           PERFORM cargaConfiguracion.
           PERFORM cargaTrabajos.
           OPEN EXTEND EXCEPCIONES.
           if WS-ESTADO-EXCEPCIONES = "35"
               OPEN OUTPUT EXCEPCIONES
                   WS-CONFIG-CLAVE ", se usa el de respaldo"
               move "N" to WS-CONFIG-HALLADO
           end-if.
      ******************************************************************
      * recorre las opciones del catalogo y se queda con las que tienen
      * numero de trabajo de preguntas, con su ejecutable y su nivel.
      ******************************************************************
       cargaTrabajos.
           PERFORM limpiaTrabajo VARYING WS-CAT-IDX FROM 1 BY 1
               UNTIL WS-CAT-IDX > 9.
           move 0 to WS-CANT-TRABAJOS.
           PERFORM leerTrabajo VARYING WS-CAT-IDX FROM 1 BY 1
               UNTIL WS-CAT-IDX > 9.
       limpiaTrabajo.
           move spaces to WS-TB-DESCRIPCION (WS-CAT-IDX).
           move spaces to WS-TB-COMANDO (WS-CAT-IDX).
           move 0 to WS-NIVEL-REQ (WS-CAT-IDX).
       leerTrabajo.
           move WS-CAT-IDX to WS-CT-OPCION.
           CALL "catlib" USING WS-CT-ENTRADA WS-CT-HALLADO.
           if WS-CT-HALLADO not = "N"
               and WS-CT-TRABAJO >= 1
               and WS-TB-COMANDO (WS-CT-TRABAJO) = spaces
               move WS-CT-DESCRIPCION
                   to WS-TB-DESCRIPCION (WS-CT-TRABAJO)
               move WS-CT-COMANDO to WS-TB-COMANDO (WS-CT-TRABAJO)
               move WS-CT-NIVEL to WS-NIVEL-REQ (WS-CT-TRABAJO)
               add 1 to WS-CANT-TRABAJOS
           end-if.
       leerParametros.
           OPEN INPUT PARAMETROS.
           if WS-ESTADO-PARAM not = "00"
               ACCEPT WS-CHECKER-PRESENTE
               if WS-CHECKER-PRESENTE = "N" or
                   WS-CHECKER-PRESENTE = "n"
                   if WS-OPER-ROL = "SUPERVISOR"
                       PERFORM ofrecerEmergencia
                   end-if
                   if EMERGENCIA-DECLARADA
                       GO TO emergencia
                   end-if
                   PERFORM estacionarPedido
                   move spaces to WS-RUTA
                   STRING "S - diferido id=" WS-PEND-ID
       buscarOperador.
           move "N" to WS-OPER-VALIDO.
           move spaces to WS-OPER-NOMBRE.
           move spaces to WS-OPER-ROL.
           OPEN INPUT OPERADORES.
           if WS-ESTADO-OPERMAST not = "00"
               display "no se pudo abrir el maestro de operadores"
                           move "S" to WS-OPER-VALIDO
                           move OP-NOMBRE to WS-OPER-NOMBRE
                           move OP-NIVEL to WS-OPER-NIVEL
                           move OP-ROL to WS-OPER-ROL
                       else
                           display "operador " OP-ID " inactivo"
                       end-if
               move "invalido" to WS-AUDIT-RESULTADO
               PERFORM registraAuditoria
           end-if.
      ******************************************************************
      * emergencia sin checker: el trabajo corre con la sola firma del
      * maker SUPERVISOR (el nivel que se controla es el suyo) y todo
      * queda bien a la vista: ledger, TALLEREX.DAT, auditoria y una
      * revision abierta en EMERGREV.DAT para otro supervisor.
      ******************************************************************
       emergencia.
           display "****************************************".
           display "* EMERGENCIA SIN CHECKER DECLARADA POR *".
           display "* " WS-OPERADOR1 " - QUEDA PARA REVISION *".
           display "****************************************".
           move spaces to WS-OPERADOR2.
           move spaces to WS-NOMBRE-CHECKER.
           move WS-OPER-NIVEL to WS-NIVEL-CHECKER.
           move "EMERGENCIA - sin checker" to WS-RUTA.
           PERFORM registraLedger.
           PERFORM programa.
      *    solo queda revision abierta si el trabajo llego a correr
           if WS-TRABAJO-LANZADO = "S"
               PERFORM registraEmergencia
           end-if.
           GO TO finPrograma.
       escalar.
           display "se supero el limite de intentos, se escala".
           if not MODO-SIMULACION
           end-if.
           STOP RUN.
       programa.
           move "N" to WS-TRABAJO-LANZADO.
           display "seleccione un trabajo:".
           PERFORM mostrarTrabajo VARYING WS-CAT-IDX FROM 1 BY 1
               UNTIL WS-CAT-IDX > 9.
           display "ingrese el numero de trabajo".
           move "prompt: trabajo a ejecutar" to WS-TR-TEXTO.
           PERFORM registraTranscripcion.
           if MODO-SPOOL and not MODO-SIMULACION
               move "1" to SPP-CONTROL
               move "seleccione un trabajo:" to SPP-TEXTO
               PERFORM grabaSpoolPreg
               move " " to SPP-CONTROL
               PERFORM spoolTrabajo VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > 9
           end-if.
           ACCEPT WS-OPCION.
           move spaces to WS-TR-TEXTO.
           STRING "respuesta: trabajo " WS-OPCION
               DELIMITED BY SIZE INTO WS-TR-TEXTO.
           PERFORM registraTranscripcion.
           move "N" to WS-TRABAJO-VALIDO.
           if WS-OPCION >= 1
               if WS-TB-COMANDO (WS-OPCION) not = spaces
                   move "S" to WS-TRABAJO-VALIDO
               end-if
           end-if.
      *    el nivel minimo del trabajo elegido se controla contra el
      *    nivel del checker que ya confirmo; un checker corto de
      *    nivel rechaza el trabajo como cualquier otro rechazo, salvo
      *    que tenga delegado el nivel para ese trabajo.
           move 0 to WS-NIVEL-DELEGADO.
           move spaces to WS-DELEGANTE.
           if WS-TRABAJO-VALIDO = "S"
               and WS-NIVEL-REQ (WS-OPCION) > WS-NIVEL-CHECKER
               move "C" to WS-DL-ACCION
               CALL "delegalib" USING WS-DL-ACCION WS-OPERADOR2
                   WS-OPCION WS-DL-PROGRAMA WS-DL-REFERENCIA
                   WS-NIVEL-DELEGADO WS-DELEGANTE
           end-if.
           if WS-TRABAJO-VALIDO = "S"
               and WS-NIVEL-REQ (WS-OPCION) > WS-NIVEL-CHECKER
               and WS-NIVEL-REQ (WS-OPCION) > WS-NIVEL-DELEGADO
               display "el checker (nivel " WS-NIVEL-CHECKER
                   ") no alcanza el nivel "
                   WS-NIVEL-REQ (WS-OPCION)
               PERFORM registraLedger
               move 4 to WS-RC-FINAL
           else
           if WS-DELEGANTE not = spaces
               PERFORM registraDelegacion
           end-if
           if WS-TRABAJO-VALIDO = "S"
               move WS-TB-COMANDO (WS-OPCION) to WS-COMANDO
               move "S" to WS-TRABAJO-LANZADO
               CALL "SYSTEM" USING WS-COMANDO
           else
               display "opcion invalida, no se ejecuta ningun trabajo"
           end-if
           end-if.
       mostrarTrabajo.
           if WS-TB-COMANDO (WS-CAT-IDX) not = spaces
               display "  " WS-CAT-IDX (2:1) " - "
                   WS-TB-DESCRIPCION (WS-CAT-IDX)
           end-if.
       spoolTrabajo.
           if WS-TB-COMANDO (WS-CAT-IDX) not = spaces
               move spaces to SPP-TEXTO
               STRING "  " WS-CAT-IDX (2:1) " - "
                   WS-TB-DESCRIPCION (WS-CAT-IDX)
                   DELIMITED BY SIZE INTO SPP-TEXTO
               PERFORM grabaSpoolPreg
           end-if.
      ******************************************************************
      * el trabajo sale con nivel delegado: queda en el ledger a nombre
      * de quien delego y en DELEGUSO.DAT para la revision semanal.
      ******************************************************************
       registraDelegacion.
           display "checker aprobado como delegado de " WS-DELEGANTE
               " (nivel " WS-NIVEL-DELEGADO ")".
           move spaces to WS-RUTA.
           STRING "aprobado como delegado de " WS-DELEGANTE
               DELIMITED BY SIZE INTO WS-RUTA.
           PERFORM registraLedger.
           if not MODO-SIMULACION
               move spaces to WS-DL-REFERENCIA
               STRING "sesion " WS-SESION
                   DELIMITED BY SIZE INTO WS-DL-REFERENCIA
               move "R" to WS-DL-ACCION
               CALL "delegalib" USING WS-DL-ACCION WS-OPERADOR2
                   WS-OPCION WS-DL-PROGRAMA WS-DL-REFERENCIA
                   WS-NIVEL-DELEGADO WS-DELEGANTE
           end-if.
       continuacion.
           display"ingrese s para ejecutar ,n para finalizar"
           display "  (sin respuesta en el tiempo de espera se usa "
      * pendientes, para que otro operador lo confirme o rechace en una
      * sesion posterior con aprobpend.
      ******************************************************************
       ofrecerEmergencia.
           display "declarar EMERGENCIA y seguir sin checker? (S/N)".
           move "prompt: emergencia sin checker? (S/N)" to WS-TR-TEXTO.
           PERFORM registraTranscripcion.
           ACCEPT WS-EMERGENCIA.
           if WS-EMERGENCIA = "s"
               move "S" to WS-EMERGENCIA
           end-if.
           move spaces to WS-TR-TEXTO.
           STRING "respuesta: emergencia " WS-EMERGENCIA
               DELIMITED BY SIZE INTO WS-TR-TEXTO.
           PERFORM registraTranscripcion.
           if EMERGENCIA-DECLARADA
               PERFORM pedirMotivo
           end-if.
       pedirMotivo.
           display "motivo de la emergencia (obligatorio)".
           ACCEPT WS-MOTIVO-EMERG.
           if WS-MOTIVO-EMERG = spaces
               display "sin motivo no hay emergencia"
               go to pedirMotivo
           end-if.
           move spaces to WS-TR-TEXTO.
           STRING "respuesta: motivo " WS-MOTIVO-EMERG
               DELIMITED BY SIZE INTO WS-TR-TEXTO.
           PERFORM registraTranscripcion.
      ******************************************************************
      * abre la revision (vence a WS-EMERG-DIAS dias habiles), escala a
      * TALLEREX.DAT y deja la emergencia en ledger y auditoria.
      ******************************************************************
       registraEmergencia.
           move 0 to WS-EMERG-ID.
           if MODO-SIMULACION
               display "MODO SIMULACION: la emergencia no se registra"
           else
               CALL "sumaDiasHabiles" USING WS-FECHA-PROCESO
                   WS-EMERG-DIAS WS-EMERG-LIMITE
               OPEN I-O EMERGENCIAS
               if WS-ESTADO-EMERGENCIAS = "35"
                   OPEN OUTPUT EMERGENCIAS
                   CLOSE EMERGENCIAS
                   OPEN I-O EMERGENCIAS
               end-if
               move 9999 to EV-ID
               START EMERGENCIAS KEY IS NOT GREATER THAN EV-ID
                   INVALID KEY CONTINUE
               END-START
               READ EMERGENCIAS PREVIOUS RECORD
                   AT END CONTINUE
                   NOT AT END move EV-ID to WS-EMERG-ID
               END-READ
               add 1 to WS-EMERG-ID
               ACCEPT WS-HORA-EMERG FROM TIME
               move spaces to EMERGENCIAS-REC
               move WS-EMERG-ID to EV-ID
               move WS-FECHA-PROCESO to EV-FECHA
               move WS-HORA-EMERG to EV-HORA
               move WS-OPERADOR1 to EV-MAKER
               move WS-OPCION to EV-TRABAJO
               move WS-MOTIVO-EMERG to EV-MOTIVO
               move WS-EMERG-LIMITE to EV-FECHA-LIMITE
               move "ABIERTA" to EV-ESTADO
               move 0 to EV-FECHA-REVISION
               move WS-SESION to EV-SESION
               move "N" to EV-ESCALADA
               WRITE EMERGENCIAS-REC
                   INVALID KEY
                       display "no se pudo abrir la revision de la"
                           " emergencia, estado " WS-ESTADO-EMERGENCIAS
               END-WRITE
               CLOSE EMERGENCIAS
               PERFORM escalarEmergencia
               display "revision " WS-EMERG-ID " abierta, la cierra"
                   " otro supervisor antes del " WS-EMERG-LIMITE
           end-if.
           move spaces to WS-RUTA.
           STRING "EMERGENCIA rev=" WS-EMERG-ID " trabajo=" WS-OPCION
               DELIMITED BY SIZE INTO WS-RUTA.
           PERFORM registraLedger.
           move "EMERGENCIA" to WS-AUDIT-CAMPO.
           move WS-OPERADOR1 to WS-AUDIT-VALOR.
           move spaces to WS-AUDIT-RESULTADO.
           STRING "revision " WS-EMERG-ID
               DELIMITED BY SIZE INTO WS-AUDIT-RESULTADO.
           PERFORM registraAuditoria.
       escalarEmergencia.
           move 0 to WS-CORRIDA.
           OPEN INPUT CORRIDA-CONTROL.
           if WS-ESTADO-CORRIDA = "00"
               READ CORRIDA-CONTROL
                   AT END CONTINUE
                   NOT AT END
                       if RC-FECHA = WS-FECHA-PROCESO
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
           move WS-FECHA-PROCESO to EXT-FECHA.
           move "PREGUNTAS" to EXT-PROGRAMA.
           STRING "EMERGENCIA sin checker: " WS-OPERADOR1
                  " trabajo " WS-OPCION " rev " WS-EMERG-ID
                  DELIMITED BY SIZE INTO EXT-TEXTO.
           move WS-CORRIDA to EXT-CORRIDA.
           WRITE EXCEP-TALLER-REC.
           CLOSE EXCEP-TALLER.
       estacionarPedido.
           move 0 to WS-PEND-ID.
           if MODO-SIMULACION
