      *          elegido, para que un operador nuevo no tenga que
      *          saber de memoria el nombre del ejecutable de cada uno.
      * Tectonics: cobc -x -o menu menu.cbl auditlog.cbl fechalib.cbl
      *            configlib.cbl translib.cbl ventlib.cbl catlib.cbl
      *            (los seis programas que este menu ejecuta con
      *            CALL "SYSTEM" deben estar compilados de antemano
      *            con esos mismos nombres de salida - ver el
      *                tenga contra que contrastarse; el valor del PIN
      *                nunca se transcribe. audinq saca la sesion
      *                completa por su numero.
      *   15/10/2026 - una sola sesion viva por operador: el registro
      *                de sesiones SESIONES.DAT guarda la sesion viva
      *                de cada OP-ID y la firma se rechaza si ya hay
      *                otra, salvo que se la cierre a la fuerza con un
      *                motivo; una sesion sin actividad en mas de
      *                SESIDLE minutos (perilla de CONFIG.DAT, respaldo
      *                15) no cuenta como viva. El menu cierra la
      *                sesion si la respuesta llega despues de ese
      *                tiempo, y se retira si otro la cerro (sesman).
      *                Inicio, fin, vencimiento y cierre forzado quedan
      *                en la auditoria con el numero de sesion de
      *                SESTRANS.DAT.
      *   15/10/2026 - con la ventana batch de findia abierta las
      *                opciones que graban archivos de produccion
      *                (tablas, preguntas, ifElse, rutinas) se rechazan
      *                salvo override de supervisor (ventlib); prueba1,
      *                variablesYconstantes y practica siguen.
      *   15/10/2026 - las opciones ya no estan escritas en el programa:
      *                descripcion, ejecutable, rol minimo, modulo de
      *                certificacion y si graba archivos de produccion
      *                salen del catalogo MENUCAT.DAT (catlib, mantenido
      *                con catman), que reemplaza a CERTREQ.DAT; el
      *                control de la ventana batch se aplica a las
      *                opciones que el catalogo marca como que graban.
      *   15/10/2026 - la espera de la opcion del menu tiene tiempo
      *                limite de SESIDLE minutos: vencido, la sesion se
      *                cierra como VENCIDA y queda en la auditoria.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. menu.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CLAVE
               FILE STATUS IS WS-ESTADO-CERT.
           SELECT OPTIONAL CORRIDA-CONTROL ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CORRIDA.
           SELECT SESIONES ASSIGN TO "SESIONES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SS-ID
               FILE STATUS IS WS-ESTADO-SESIONES.
       DATA DIVISION.
       FILE SECTION.
       FD  OPERADORES.
               10  CM-MODULO       PIC X(04).
           05  CM-FECHA-CERT       PIC 9(08).
           05  CM-FECHA-VENC       PIC 9(08).
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
       WORKING-STORAGE SECTION.
       01  WS-OPCION               PIC 9(01) VALUE 0.
       01  WS-SALIR                PIC X(01) VALUE "N".
       01  WS-AUDIT-VALOR          PIC X(20).
       01  WS-AUDIT-RESULTADO      PIC X(20).
       01  WS-PERMISO              PIC X(01) VALUE "N".
       01  WS-VENTANA-OK           PIC X(01) VALUE "S".
       01  WS-VENTANA-OPCION       PIC X(20).
       01  WS-ESTADO-OPERSEC       PIC X(02).
       01  WS-PIN-INGRESADO        PIC X(08).
       01  WS-PIN-NUEVO            PIC X(08).
       01  WS-PIN-VALIDO           PIC X(01) VALUE "N".
       01  WS-PIN-VENCIDO          PIC X(01) VALUE "N".
       01  WS-ESTADO-CERT          PIC X(02).
       01  WS-MOTIVO-DENEGADO      PIC X(20) VALUE "denegado".
       01  WS-ESTADO-CORRIDA       PIC X(02).
       01  WS-CORRIDA              PIC 9(02) VALUE 0.
       01  WS-SESION               PIC 9(08) VALUE 0.
       01  WS-TR-TEXTO             PIC X(60).
       01  WS-CERT-IDX             PIC 9(02) VALUE 0.
       01  WS-CERTS-MENU.
           05  WS-CERT-OPC OCCURS 9 TIMES.
               10  WS-CERT-OK          PIC X(01).
               10  WS-CERT-MODULO      PIC X(04).
      *    opciones del menu segun el catalogo MENUCAT.DAT (catlib);
      *    WS-MC-VE dice si el rol del operador alcanza el minimo.
       01  WS-MENU-CATALOGO.
           05  WS-MC-OPC OCCURS 9 TIMES.
               10  WS-MC-EXISTE        PIC X(01).
               10  WS-MC-VE            PIC X(01).
               10  WS-MC-DESCRIPCION   PIC X(40).
               10  WS-MC-COMANDO       PIC X(30).
               10  WS-MC-GRABA         PIC X(01).
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
       01  WS-PIN-VIGENCIA-DIAS    PIC 9(03) VALUE 90.
      *    registro de sesiones y control de inactividad, medido con
      *    el reloj de maquina en centesimas corridas
       01  WS-ESTADO-SESIONES      PIC X(02).
       01  WS-SESION-VIVA          PIC X(01) VALUE "N".
           88  SESION-VIVA         VALUE "S".
       01  WS-SESION-NUEVA         PIC X(01) VALUE "N".
       01  WS-SESION-ANTERIOR      PIC 9(08) VALUE 0.
       01  WS-RESPUESTA-SESION     PIC X(01).
       01  WS-MOTIVO-CIERRE        PIC X(40).
       01  WS-ESTADO-CIERRE        PIC X(10).
       01  WS-IDLE-MINUTOS         PIC 9(04) VALUE 15.
       01  WS-IDLE-LIMITE          PIC 9(15) VALUE 0.
       01  WS-IDLE-SEGUNDOS        PIC 9(06) VALUE 0.
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
       01  WS-CONFIG-CLAVE         PIC X(20).
       01  WS-CONFIG-VALOR         PIC X(10).
       01  WS-CONFIG-HALLADO       PIC X(01).
               and WS-CONFIG-VALOR is NUMERIC
               move WS-CONFIG-VALOR to WS-PIN-VIGENCIA-DIAS
           end-if.
           move "SESIDLE" to WS-CONFIG-CLAVE.
           CALL "configlib" USING WS-CONFIG-CLAVE WS-CONFIG-VALOR
               WS-CONFIG-HALLADO.
           if WS-CONFIG-HALLADO = "S"
               and WS-CONFIG-VALOR is NUMERIC
               move WS-CONFIG-VALOR to WS-IDLE-MINUTOS
           end-if.
           compute WS-IDLE-LIMITE = WS-IDLE-MINUTOS * 6000.
           compute WS-IDLE-SEGUNDOS = WS-IDLE-MINUTOS * 60.
           PERFORM firmaEntrada UNTIL FIRMADO.
           PERFORM controlaCertificaciones.
           PERFORM mostrarMenu THRU mostrarMenu-fin UNTIL SALIR-MENU.
           if SESION-VIVA
               move "CERRADA" to WS-ESTADO-CIERRE
               PERFORM cerrarSesion
           end-if.
           STOP RUN.
      ******************************************************************
      * arma las opciones del menu con el catalogo (catlib): cuales
      * existen, cuales ve el rol del operador y si la certificacion
      * que exige cada una esta vigente en CERTMAST.DAT (de certmant);
      * sin modulo la opcion queda habilitada.
      ******************************************************************
       controlaCertificaciones.
           PERFORM cargarOpcion VARYING WS-CERT-IDX FROM 1 BY 1
               UNTIL WS-CERT-IDX > 9.
       cargarOpcion.
           move WS-CERT-IDX to WS-CT-OPCION.
           CALL "catlib" USING WS-CT-ENTRADA WS-CT-HALLADO.
           move "S" to WS-CERT-OK (WS-CERT-IDX).
           move WS-CT-MODULO to WS-CERT-MODULO (WS-CERT-IDX).
           move "N" to WS-MC-EXISTE (WS-CERT-IDX).
           move "N" to WS-MC-VE (WS-CERT-IDX).
           move WS-CT-DESCRIPCION to WS-MC-DESCRIPCION (WS-CERT-IDX).
           move WS-CT-COMANDO to WS-MC-COMANDO (WS-CERT-IDX).
           move WS-CT-GRABA to WS-MC-GRABA (WS-CERT-IDX).
           if WS-CT-HALLADO not = "N"
               move "S" to WS-MC-EXISTE (WS-CERT-IDX)
               PERFORM controlaRol
               if WS-CT-MODULO not = spaces
                   PERFORM controlaRequisito
               end-if
           end-if.
       controlaRol.
           evaluate WS-CT-ROL-MIN
               when "APRENDIZ"
                   move "S" to WS-MC-VE (WS-CERT-IDX)
               when "OPERADOR"
                   if WS-ROL = "OPERADOR" or WS-ROL = "SUPERVISOR"
                       move "S" to WS-MC-VE (WS-CERT-IDX)
                   end-if
               when other
                   if WS-ROL = "SUPERVISOR"
                       move "S" to WS-MC-VE (WS-CERT-IDX)
                   end-if
           end-evaluate.
       controlaRequisito.
           OPEN INPUT CERTIFICACIONES.
           if WS-ESTADO-CERT not = "00"
               move "N" to WS-CERT-OK (WS-CERT-IDX)
           else
               move WS-OPERADOR to CM-LEGAJO
               move WS-CT-MODULO to CM-MODULO
               READ CERTIFICACIONES
                   INVALID KEY
                       move "N" to WS-CERT-OK (WS-CERT-IDX)
                   NOT INVALID KEY
                       if CM-FECHA-VENC < WS-FECHA-HOY
                           move "N" to WS-CERT-OK (WS-CERT-IDX)
                       end-if
               END-READ
           end-if.
               end-if
           end-if.
           if FIRMADO
               PERFORM abrirSesion THRU abrirSesion-fin
               if not SESION-VIVA
                   display "no se abre la sesion del menu"
                   STOP RUN
               end-if
               move "SIGNON" to WS-AUDIT-CAMPO
               move WS-OPERADOR to WS-AUDIT-VALOR
               move OP-ROL to WS-ROL
               move "aceptado" to WS-AUDIT-RESULTADO
               PERFORM registraAuditoria
               + WS-MES-ACUM (WS-FT-MES)
               + WS-FT-DIA.
       mostrarMenu.
           PERFORM tocarSesion.
           if not SESION-VIVA
               set SALIR-MENU to true
               GO TO mostrarMenu-fin
           end-if.
           display " ".
           display "menu principal del taller - operador " WS-OPERADOR.
           PERFORM listarOpcion VARYING WS-CERT-IDX FROM 1 BY 1
               UNTIL WS-CERT-IDX > 9.
           display "  0 - salir".
           PERFORM avisarVencidas VARYING WS-CERT-IDX FROM 1 BY 1
               UNTIL WS-CERT-IDX > 9.
           display "ingrese opcion".
           move "prompt: opcion del menu" to WS-TR-TEXTO.
           PERFORM registraTranscripcion.
           PERFORM leerReloj.
           move WS-RELOJ-FECHA to WS-DESDE-FECHA.
           move WS-RELOJ-HORA to WS-DESDE-HORA.
           ACCEPT WS-OPCION WITH TIME-OUT WS-IDLE-SEGUNDOS
               ON EXCEPTION
                   display "la sesion estuvo inactiva mas de "
                       WS-IDLE-MINUTOS " minutos y se cierra;"
                       " vuelva a firmar la entrada"
                   move "VENCIDA" to WS-ESTADO-CIERRE
                   PERFORM cerrarSesion
                   set SALIR-MENU to true
                   GO TO mostrarMenu-fin
           END-ACCEPT.
           move spaces to WS-TR-TEXTO.
           STRING "respuesta: opcion " WS-OPCION
               DELIMITED BY SIZE INTO WS-TR-TEXTO.
           PERFORM registraTranscripcion.
           PERFORM leerReloj.
           PERFORM calcularOcio.
           if WS-OCIO > WS-IDLE-LIMITE
               display "la sesion estuvo inactiva mas de "
                   WS-IDLE-MINUTOS " minutos y se cierra;"
                   " vuelva a firmar la entrada"
               move "VENCIDA" to WS-ESTADO-CIERRE
               PERFORM cerrarSesion
               set SALIR-MENU to true
               GO TO mostrarMenu-fin
           end-if.
           evaluate true
               when WS-OPCION = 0
                   set SALIR-MENU to true
               when WS-MC-EXISTE (WS-OPCION) = "S"
                   move WS-MC-COMANDO (WS-OPCION) to WS-COMANDO
                   PERFORM ejecutarOpcion
               when other
                   display "opcion invalida"
           end-evaluate.
       mostrarMenu-fin.
           EXIT.
      ******************************************************************
      * el rol se vuelve a controlar aca ademas de en el armado del
      * menu, para que tipear un numero no listado no alcance para
      * saltarse el permiso.
      ******************************************************************
       listarOpcion.
           if WS-MC-VE (WS-CERT-IDX) = "S"
               display "  " WS-CERT-IDX (2:1) " - "
                   WS-MC-DESCRIPCION (WS-CERT-IDX)
           end-if.
       avisarVencidas.
           if WS-CERT-OK (WS-CERT-IDX) = "N"
               and WS-MC-VE (WS-CERT-IDX) = "S"
               display "  (opcion " WS-CERT-IDX (2:1) " bloqueada:"
                   " certificacion del modulo "
                   WS-CERT-MODULO (WS-CERT-IDX)
                   " vencida, rehagala en prueba1)"
           end-if.
       ejecutarOpcion.
           PERFORM controlaPermiso.
           if WS-PERMISO = "S"
               and WS-MC-GRABA (WS-OPCION) = "S"
               PERFORM controlaVentana
           end-if.
           if WS-PERMISO = "S"
               move "LANZA" to WS-AUDIT-CAMPO
               move WS-COMANDO to WS-AUDIT-VALOR
               if WS-MOTIVO-DENEGADO = "cert-vencida"
                   display "la certificacion de esta opcion esta"
                       " vencida, rehaga el modulo en prueba1"
               end-if
               if WS-MOTIVO-DENEGADO = "denegado"
                   display "la opcion no esta permitida para su rol"
               end-if
               move "LANZA" to WS-AUDIT-CAMPO
                   DELIMITED BY SIZE INTO WS-TR-TEXTO
               PERFORM registraTranscripcion
           end-if.
      ******************************************************************
      * las opciones que el catalogo marca como que graban usan
      * archivos de la noche; con la ventana batch abierta ventlib las
      * rechaza (y lo dice y lo audita) salvo override de supervisor.
      ******************************************************************
       controlaVentana.
           move WS-COMANDO (1:20) to WS-VENTANA-OPCION.
           CALL "ventlib" USING WS-AUDIT-PROGRAMA WS-VENTANA-OPCION
               WS-VENTANA-OK.
           if WS-VENTANA-OK not = "S"
               move "N" to WS-PERMISO
               move "ventana-batch" to WS-MOTIVO-DENEGADO
           end-if.
       controlaPermiso.
           move "N" to WS-PERMISO.
           move "denegado" to WS-MOTIVO-DENEGADO.
           if WS-MC-VE (WS-OPCION) = "S"
               move "S" to WS-PERMISO
               if WS-CERT-OK (WS-OPCION) = "N"
                   move "N" to WS-PERMISO
                   move "cert-vencida" to WS-MOTIVO-DENEGADO
               WS-AUDIT-VALOR WS-AUDIT-RESULTADO.
       registraTranscripcion.
           CALL "translib" USING WS-SESION WS-OPERADOR WS-TR-TEXTO.
       registraTranscripcionAnterior.
           CALL "translib" USING WS-SESION-ANTERIOR WS-OPERADOR
               WS-TR-TEXTO.
      ******************************************************************
      * registro de sesiones: un renglon por operador con la sesion
      * viva (ACTIVA) o la ultima que tuvo (CERRADA, VENCIDA o FORZADA).
      * La sesion viva de otra terminal bloquea la firma salvo que se
      * la cierre a la fuerza con motivo; si quedo sin actividad mas
      * de SESIDLE minutos se la da por vencida y no bloquea.
      ******************************************************************
       abrirSesion.
           move "N" to WS-SESION-VIVA.
           OPEN I-O SESIONES.
           if WS-ESTADO-SESIONES = "35"
               OPEN OUTPUT SESIONES
               CLOSE SESIONES
               OPEN I-O SESIONES
           end-if.
           if WS-ESTADO-SESIONES not = "00"
               display "no se pudo abrir el registro de sesiones"
                   " SESIONES.DAT, no se puede firmar la entrada"
               GO TO abrirSesion-fin
           end-if.
           move "N" to WS-SESION-NUEVA.
           move WS-OPERADOR to SS-ID.
           READ SESIONES
               INVALID KEY
                   move spaces to SESIONES-REC
                   move WS-OPERADOR to SS-ID
                   move "S" to WS-SESION-NUEVA
           END-READ.
           if SS-ESTADO = "ACTIVA"
               PERFORM controlarSesionViva THRU controlarSesionViva-fin
           end-if.
           if SS-ESTADO = "ACTIVA"
               CLOSE SESIONES
               move "SESION" to WS-AUDIT-CAMPO
               move WS-OPERADOR to WS-AUDIT-VALOR
               move "rechazada" to WS-AUDIT-RESULTADO
               PERFORM registraAuditoria
               move "sesion rechazada: el operador tiene otra viva"
                   to WS-TR-TEXTO
               PERFORM registraTranscripcion
               GO TO abrirSesion-fin
           end-if.
           PERFORM leerReloj.
           move WS-SESION to SS-SESION.
           move "ACTIVA" to SS-ESTADO.
           move WS-RELOJ-FECHA to SS-FECHA-INICIO.
           move WS-RELOJ-HORA to SS-HORA-INICIO.
           move WS-RELOJ-FECHA to SS-FECHA-ULT.
           move WS-RELOJ-HORA to SS-HORA-ULT.
           move spaces to SS-CERRO.
           move spaces to SS-MOTIVO.
           if WS-SESION-NUEVA = "S"
               WRITE SESIONES-REC
           else
               REWRITE SESIONES-REC
           end-if.
           CLOSE SESIONES.
           set SESION-VIVA to true.
           move "SESION" to WS-AUDIT-CAMPO.
           move WS-OPERADOR to WS-AUDIT-VALOR.
           move spaces to WS-AUDIT-RESULTADO.
           STRING "inicio " WS-SESION
               DELIMITED BY SIZE INTO WS-AUDIT-RESULTADO.
           PERFORM registraAuditoria.
           move "sesion abierta en el registro de sesiones"
               to WS-TR-TEXTO.
           PERFORM registraTranscripcion.
       abrirSesion-fin.
           EXIT.
       controlarSesionViva.
           move SS-SESION to WS-SESION-ANTERIOR.
           move SS-FECHA-ULT to WS-DESDE-FECHA.
           move SS-HORA-ULT to WS-DESDE-HORA.
           PERFORM leerReloj.
           PERFORM calcularOcio.
           if WS-OCIO > WS-IDLE-LIMITE
               move "VENCIDA" to SS-ESTADO
               move spaces to SS-CERRO
               move "sin actividad, vencida en una firma nueva"
                   to SS-MOTIVO
               REWRITE SESIONES-REC
               move "SESION" to WS-AUDIT-CAMPO
               move WS-OPERADOR to WS-AUDIT-VALOR
               move spaces to WS-AUDIT-RESULTADO
               STRING "timeout " WS-SESION-ANTERIOR
                   DELIMITED BY SIZE INTO WS-AUDIT-RESULTADO
               PERFORM registraAuditoria
               move spaces to WS-TR-TEXTO
               STRING "sesion vencida por inactividad al abrir la "
                      WS-SESION
                      DELIMITED BY SIZE INTO WS-TR-TEXTO
               PERFORM registraTranscripcionAnterior
               GO TO controlarSesionViva-fin
           end-if.
           display "el operador ya tiene una sesion viva: sesion "
               SS-SESION " desde " SS-FECHA-INICIO " " SS-HORA-INICIO.
           display "cerrarla a la fuerza para entrar aca? (S/N)".
           move "prompt: cerrar a la fuerza la sesion viva (S/N)"
               to WS-TR-TEXTO.
           PERFORM registraTranscripcion.
           ACCEPT WS-RESPUESTA-SESION.
           move spaces to WS-TR-TEXTO.
           STRING "respuesta: " WS-RESPUESTA-SESION
               DELIMITED BY SIZE INTO WS-TR-TEXTO.
           PERFORM registraTranscripcion.
           if WS-RESPUESTA-SESION not = "S"
               and WS-RESPUESTA-SESION not = "s"
               GO TO controlarSesionViva-fin
           end-if.
           display "motivo del cierre forzado (obligatorio)".
           move "prompt: motivo del cierre forzado" to WS-TR-TEXTO.
           PERFORM registraTranscripcion.
           ACCEPT WS-MOTIVO-CIERRE.
           move spaces to WS-TR-TEXTO.
           STRING "respuesta: " WS-MOTIVO-CIERRE
               DELIMITED BY SIZE INTO WS-TR-TEXTO.
           PERFORM registraTranscripcion.
           if WS-MOTIVO-CIERRE = spaces
               display "sin motivo no se cierra la otra sesion"
               GO TO controlarSesionViva-fin
           end-if.
           move "FORZADA" to SS-ESTADO.
           move WS-OPERADOR to SS-CERRO.
           move WS-MOTIVO-CIERRE to SS-MOTIVO.
           REWRITE SESIONES-REC.
           move "SESION" to WS-AUDIT-CAMPO.
           move WS-OPERADOR to WS-AUDIT-VALOR.
           move spaces to WS-AUDIT-RESULTADO.
           STRING "forzada " WS-SESION-ANTERIOR
               DELIMITED BY SIZE INTO WS-AUDIT-RESULTADO.
           PERFORM registraAuditoria.
           move spaces to WS-TR-TEXTO.
           STRING "sesion cerrada a la fuerza desde la sesion "
                  WS-SESION
                  DELIMITED BY SIZE INTO WS-TR-TEXTO.
           PERFORM registraTranscripcionAnterior.
       controlarSesionViva-fin.
           EXIT.
      ******************************************************************
      * en cada vuelta del menu: si la sesion sigue siendo la viva del
      * operador se anota la actividad; si otro la cerro (sesman o una
      * firma nueva) el menu se retira.
      ******************************************************************
       tocarSesion.
           move "N" to WS-SESION-VIVA.
           OPEN I-O SESIONES.
           if WS-ESTADO-SESIONES = "00"
               move WS-OPERADOR to SS-ID
               READ SESIONES
                   INVALID KEY
                       move spaces to SESIONES-REC
                   NOT INVALID KEY
                       if SS-SESION = WS-SESION
                           and SS-ESTADO = "ACTIVA"
                           set SESION-VIVA to true
                           PERFORM leerReloj
                           move WS-RELOJ-FECHA to SS-FECHA-ULT
                           move WS-RELOJ-HORA to SS-HORA-ULT
                           REWRITE SESIONES-REC
                       end-if
               END-READ
           end-if.
           CLOSE SESIONES.
           if not SESION-VIVA
               display "su sesion " WS-SESION " ya no esta viva en el"
                   " registro de sesiones; vuelva a firmar la entrada"
               if SS-CERRO not = spaces and SS-SESION = WS-SESION
                   display "  cerrada por " SS-CERRO ": " SS-MOTIVO
               end-if
               move "menu retirado: la sesion ya no esta viva"
                   to WS-TR-TEXTO
               PERFORM registraTranscripcion
           end-if.
       cerrarSesion.
           OPEN I-O SESIONES.
           if WS-ESTADO-SESIONES = "00"
               move WS-OPERADOR to SS-ID
               READ SESIONES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       if SS-SESION = WS-SESION
                           and SS-ESTADO = "ACTIVA"
                           PERFORM leerReloj
                           move WS-ESTADO-CIERRE to SS-ESTADO
                           move WS-OPERADOR to SS-CERRO
                           move WS-RELOJ-FECHA to SS-FECHA-ULT
                           move WS-RELOJ-HORA to SS-HORA-ULT
                           REWRITE SESIONES-REC
                       end-if
               END-READ
           end-if.
           CLOSE SESIONES.
           move "N" to WS-SESION-VIVA.
           move "SESION" to WS-AUDIT-CAMPO.
           move WS-OPERADOR to WS-AUDIT-VALOR.
           move spaces to WS-AUDIT-RESULTADO.
           if WS-ESTADO-CIERRE = "VENCIDA"
               STRING "timeout " WS-SESION
                   DELIMITED BY SIZE INTO WS-AUDIT-RESULTADO
               move "sesion vencida por inactividad" to WS-TR-TEXTO
           else
               STRING "fin " WS-SESION
                   DELIMITED BY SIZE INTO WS-AUDIT-RESULTADO
               move "sesion cerrada" to WS-TR-TEXTO
           end-if.
           PERFORM registraAuditoria.
           PERFORM registraTranscripcion.
       leerReloj.
           ACCEPT WS-RELOJ-RESTO FROM DATE.
           ACCEPT WS-RELOJ-HORA FROM TIME.
      ******************************************************************
      * tiempo transcurrido en centesimas entre WS-DESDE y el reloj,
      * cruzando la medianoche con los dias corridos de fechaADias.
      ******************************************************************
       calcularOcio.
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
       horaACentesimas.
           compute WS-CENT-RESULTADO = WS-HT-HORA * 360000
               + WS-HT-MINUTO * 6000
               + WS-HT-SEGUNDO * 100
               + WS-HT-CENTESIMO.
       END PROGRAM menu.
