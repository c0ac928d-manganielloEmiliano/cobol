      *          LOGMAX, MAXINTENT, TIMEOUTSN, DEFAULTSN, MAXPROF,
      *          EDITMIN, EDITMAX.
      * Tectonics: cobc -x -o confman confman.cbl auditlog.cbl
      *            fechalib.cbl numchk.cbl delegalib.cbl ventlib.cbl
      * Modification History:
      *   02/09/2026 - un cambio de perilla deja de aplicarse en el
      *                momento en que se tipea: las perillas gobiernan
      *                de aprobpend), y la aplicacion queda en la
      *                auditoria comun con el valor anterior y el
      *                nuevo mas el maker y el checker.
      *   15/10/2026 - el checker que aplica o rechaza un cambio pasa a
      *                controlarse contra el nivel minimo de la opcion 9
      *                de NIVELREQ.DAT (sin regla sigue alcanzando
      *                cualquier operador activo). Un checker corto de
      *                nivel vale si tiene una delegacion VIGENTE para
      *                el trabajo 9 (delegalib); la auditoria deja el
      *                delegante y el uso queda en DELEGUSO.DAT.
      *   15/10/2026 - con la ventana batch de findia abierta
      *                se rechazan las propuestas y la aplicacion de
      *                cambios, salvo override de supervisor (ventlib).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. confman.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-ID
               FILE STATUS IS WS-ESTADO-OPERMAST.
           SELECT OPTIONAL NIVELES ASSIGN TO "NIVELREQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-NIVELES.
       DATA DIVISION.
       FILE SECTION.
       FD  CONFIGURACION.
           05  OP-ROL              PIC X(10).
           05  OP-ACTIVO           PIC X(01).
           05  OP-NIVEL            PIC 9(02).
       FD  NIVELES.
       01  NIVELES-REC.
           05  NV-OPCION           PIC 9(01).
           05  FILLER              PIC X(01).
           05  NV-NIVEL            PIC 9(02).
       WORKING-STORAGE SECTION.
       01  WS-ESTADO-CONFIG        PIC X(02).
       01  WS-ESTADO-PENDIENTES    PIC X(02).
       01  WS-ESTADO-OPERMAST      PIC X(02).
       01  WS-ESTADO-NIVELES       PIC X(02).
       01  WS-FIN-NIVELES          PIC X(01) VALUE "N".
           88  FIN-NIVELES         VALUE "S".
       01  WS-OPCION               PIC 9(01) VALUE 0.
       01  WS-SALIR                PIC X(01) VALUE "N".
           88  SALIR-MANT          VALUE "S".
       01  WS-CHECKER              PIC X(10).
       01  WS-OPER-BUSCADO         PIC X(10).
       01  WS-OPER-VALIDO          PIC X(01).
       01  WS-OPER-NIVEL           PIC 9(02) VALUE 0.
      *    nivel minimo del checker que aplica (opcion 9 de NIVELREQ);
      *    sin regla queda 0 y cualquier operador activo alcanza.
       01  WS-NIVEL-REQ-CONFIG     PIC 9(02) VALUE 0.
       01  WS-NIVEL-DELEGADO       PIC 9(02) VALUE 0.
       01  WS-DELEGANTE            PIC X(10) VALUE SPACES.
       01  WS-DL-ACCION            PIC X(01).
       01  WS-DL-TRABAJO           PIC 9(01) VALUE 9.
       01  WS-DL-PROGRAMA          PIC X(15) VALUE "CONFMAN".
       01  WS-DL-REFERENCIA        PIC X(20).
       01  WS-ULTIMO-ID            PIC 9(04) VALUE 0.
       01  WS-VENC-DIAS            PIC 9(04) VALUE 2.
       01  WS-FECHA-LIMITE         PIC 9(08) VALUE 0.
       01  WS-CANT-VENCIDOS        PIC 9(03) VALUE 0.
       01  WS-CONFIRMA             PIC X(01).
       01  WS-AUDIT-PROGRAMA       PIC X(15) VALUE "CONFMAN".
       01  WS-VENTANA-OK           PIC X(01) VALUE "S".
       01  WS-VENTANA-OPCION       PIC X(20).
       01  WS-AUDIT-CAMPO          PIC X(15).
       01  WS-AUDIT-VALOR          PIC X(20).
       01  WS-AUDIT-RESULTADO      PIC X(20).
               CLOSE CONFIGURACION
               STOP RUN
           end-if.
           PERFORM cargarNivelConfig.
           PERFORM vencerPendientes.
           PERFORM menuConfig UNTIL SALIR-MANT.
           CLOSE CONFIGURACION.
               when 0
                   set SALIR-MANT to true
               when 1
                   move "alta de clave" to WS-VENTANA-OPCION
                   PERFORM controlaVentana
                   if WS-VENTANA-OK = "S"
                       move "A" to WS-TIPO-CAMBIO
                       PERFORM proponerCambio THRU proponerCambio-fin
                   end-if
               when 2
                   move "modificacion de clave" to WS-VENTANA-OPCION
                   PERFORM controlaVentana
                   if WS-VENTANA-OK = "S"
                       move "M" to WS-TIPO-CAMBIO
                       PERFORM proponerCambio THRU proponerCambio-fin
                   end-if
               when 3
                   move "baja de clave" to WS-VENTANA-OPCION
                   PERFORM controlaVentana
                   if WS-VENTANA-OK = "S"
                       move "B" to WS-TIPO-CAMBIO
                       PERFORM proponerCambio THRU proponerCambio-fin
                   end-if
               when 4
                   PERFORM listarConfig
               when 5
                   PERFORM listarPendientes
               when 6
                   move "aplicar pendiente" to WS-VENTANA-OPCION
                   PERFORM controlaVentana
                   if WS-VENTANA-OK = "S"
                       PERFORM resolverPendiente THRU
                           resolverPendiente-fin
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
           CALL "ventlib" USING WS-AUDIT-PROGRAMA WS-VENTANA-OPCION
               WS-VENTANA-OK.
      ******************************************************************
      * toda propuesta queda PENDIENTE en CONFPEND.DAT con el valor
      * vigente capturado en ese momento; la configuracion real no se
      * toca hasta que otro operador la aplica.
                   " resuelve el cambio"
               GO TO resolverPendiente-fin
           end-if.
           move 0 to WS-NIVEL-DELEGADO.
           move spaces to WS-DELEGANTE.
           if WS-NIVEL-REQ-CONFIG > WS-OPER-NIVEL
               move "C" to WS-DL-ACCION
               CALL "delegalib" USING WS-DL-ACCION WS-CHECKER
                   WS-DL-TRABAJO WS-DL-PROGRAMA WS-DL-REFERENCIA
                   WS-NIVEL-DELEGADO WS-DELEGANTE
               if WS-NIVEL-REQ-CONFIG > WS-NIVEL-DELEGADO
                   display "el checker (nivel " WS-OPER-NIVEL
                       ") no alcanza el nivel " WS-NIVEL-REQ-CONFIG
                       " para aplicar cambios"
                   GO TO resolverPendiente-fin
               end-if
           end-if.
           display "aplicar el cambio? (S=aplicar N=rechazar)".
           ACCEPT WS-CONFIRMA.
           if WS-CONFIRMA = "S" or WS-CONFIRMA = "s"
               move WS-CHECKER to WS-AUDIT-RESULTADO
               PERFORM registraAuditoria
           end-if.
           if WS-DELEGANTE not = spaces
               PERFORM registraDelegacion
           end-if.
       resolverPendiente-fin.
           EXIT.
      ******************************************************************
      * el cambio se resolvio con nivel delegado: queda en la auditoria
      * a nombre de quien delego y en DELEGUSO.DAT para la revision.
      ******************************************************************
       registraDelegacion.
           display "resuelto como delegado de " WS-DELEGANTE
               " (nivel " WS-NIVEL-DELEGADO ")".
           move spaces to WS-DL-REFERENCIA.
           STRING "cambio " CP-ID
               DELIMITED BY SIZE INTO WS-DL-REFERENCIA.
           move "DELEGACION" to WS-AUDIT-CAMPO.
           move WS-DELEGANTE to WS-AUDIT-VALOR.
           move WS-DL-REFERENCIA to WS-AUDIT-RESULTADO.
           PERFORM registraAuditoria.
           move "R" to WS-DL-ACCION.
           CALL "delegalib" USING WS-DL-ACCION WS-CHECKER
               WS-DL-TRABAJO WS-DL-PROGRAMA WS-DL-REFERENCIA
               WS-NIVEL-DELEGADO WS-DELEGANTE.
       aplicarCambio.
           move CP-CLAVE to CF-CLAVE.
           evaluate CP-TIPO
                       end-if
                   end-if
           END-READ.
       cargarNivelConfig.
           move "N" to WS-FIN-NIVELES.
           OPEN INPUT NIVELES.
           if WS-ESTADO-NIVELES = "00"
               PERFORM leerNivel UNTIL FIN-NIVELES
           end-if.
           CLOSE NIVELES.
       leerNivel.
           READ NIVELES
               AT END set FIN-NIVELES to true
               NOT AT END
                   if NV-OPCION = 9
                       move NV-NIVEL to WS-NIVEL-REQ-CONFIG
                   end-if
           END-READ.
       buscarUltimoId.
           move 0 to WS-ULTIMO-ID.
           move 9999 to CP-ID.
           END-READ.
       buscarOperador.
           move "N" to WS-OPER-VALIDO.
           move 0 to WS-OPER-NIVEL.
           OPEN INPUT OPERADORES.
           if WS-ESTADO-OPERMAST not = "00"
               display "no se pudo abrir el maestro de operadores"
                   NOT INVALID KEY
                       if OP-ACTIVO = "S"
                           move "S" to WS-OPER-VALIDO
                           move OP-NIVEL to WS-OPER-NIVEL
                       end-if
               END-READ
               CLOSE OPERADORES
