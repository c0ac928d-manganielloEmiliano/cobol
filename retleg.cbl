      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: mantenimiento de las retenciones legales - cuando la
      *          auditoria abre una investigacion sobre un rango de
      *          fechas o un operador, nada impedia que genroll borrara
      *          la generacion a la noche siguiente o que archiva
      *          sacara del maestro los registros en cuestion. Aca un
      *          SUPERVISOR activo de OPERMAST.DAT da de alta una
      *          retencion en RETLEG.DAT (clave RL-ID) con los archivos
      *          que cubre (hasta cuatro, "*" = todos), el rango de
      *          fechas, opcionalmente un OP-ID, el motivo, quien la
      *          pide y la fecha prevista de liberacion. genroll,
      *          archiva y genaudit consultan las retenciones por la
      *          rutina comun retlib y conservan lo retenido. Liberar
      *          es de a dos: un supervisor pide la liberacion y otro
      *          supervisor distinto la aprueba (o la rechaza y la
      *          retencion sigue ACTIVA); hasta la aprobacion la
      *          retencion sigue en vigor aunque haya pasado la fecha
      *          prevista. Cada paso queda en la auditoria comun y en
      *          el diario de retenciones RETLEGH.DAT, que sello sella
      *          cada noche junto con la auditoria y el ledger.
      *          Las opciones que graban pasan por el control de la
      *          ventana batch (ventlib).
      * Tectonics: cobc -x -o retleg retleg.cbl numchk.cbl
      *            fechalib.cbl auditlog.cbl ventlib.cbl
      * Modification History:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. retleg.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RETENCIONES ASSIGN TO "RETLEG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RL-ID
               FILE STATUS IS WS-ESTADO-RETENC.
           SELECT DIARIO ASSIGN TO "RETLEGH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-DIARIO.
           SELECT OPERADORES ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-ID
               FILE STATUS IS WS-ESTADO-OPERMAST.
       DATA DIVISION.
       FILE SECTION.
       FD  RETENCIONES.
       01  RETENCIONES-REC.
           05  RL-ID               PIC 9(06).
           05  RL-ARCHIVOS.
               10  RL-ARCHIVO OCCURS 4 TIMES PIC X(12).
           05  RL-DESDE            PIC 9(08).
           05  RL-HASTA            PIC 9(08).
           05  RL-OPERADOR         PIC X(10).
           05  RL-MOTIVO           PIC X(40).
           05  RL-SOLICITANTE      PIC X(30).
           05  RL-LIBERA           PIC 9(08).
           05  RL-ALTA-POR         PIC X(10).
           05  RL-FECHA-ALTA       PIC 9(08).
           05  RL-ESTADO           PIC X(10).
           05  RL-PEDIDO-POR       PIC X(10).
           05  RL-FECHA-PEDIDO     PIC 9(08).
           05  RL-LIBERADO-POR     PIC X(10).
           05  RL-FECHA-ESTADO     PIC 9(08).
           05  FILLER              PIC X(20).
       FD  DIARIO.
       01  DIARIO-REC.
           05  RH-FECHA            PIC 9(08).
           05  FILLER              PIC X(01).
           05  RH-HORA             PIC 9(08).
           05  FILLER              PIC X(01).
           05  RH-ID               PIC 9(06).
           05  FILLER              PIC X(01).
           05  RH-ACCION           PIC X(10).
           05  FILLER              PIC X(01).
           05  RH-OPERADOR         PIC X(10).
           05  FILLER              PIC X(01).
           05  RH-DETALLE          PIC X(60).
       FD  OPERADORES.
       01  OPERADORES-REC.
           05  OP-ID               PIC X(10).
           05  OP-NOMBRE           PIC X(30).
           05  OP-ROL              PIC X(10).
           05  OP-ACTIVO           PIC X(01).
           05  OP-NIVEL            PIC 9(02).
       WORKING-STORAGE SECTION.
       01  WS-ESTADO-RETENC        PIC X(02).
       01  WS-ESTADO-DIARIO        PIC X(02).
       01  WS-ESTADO-OPERMAST      PIC X(02).
       01  WS-OPCION               PIC 9(01) VALUE 0.
       01  WS-SALIR                PIC X(01) VALUE "N".
           88  SALIR-RETENC        VALUE "S".
       01  WS-FIN-RETENC           PIC X(01) VALUE "N".
           88  FIN-RETENC          VALUE "S".
       01  WS-FECHA-HOY            PIC 9(08) VALUE 0.
       01  WS-HORA-HOY             PIC 9(08).
       01  WS-OPERADOR             PIC X(10).
       01  WS-OPER-VALIDO          PIC X(01).
       01  WS-ULTIMO-ID            PIC 9(06) VALUE 0.
       01  WS-ID                   PIC 9(06) VALUE 0.
       01  WS-EXISTE-RETENC        PIC X(01) VALUE "N".
           88  EXISTE-RETENC       VALUE "S".
       01  WS-ARCH-IDX             PIC 9(01) VALUE 0.
       01  WS-ARCH-CANT            PIC 9(01) VALUE 0.
       01  WS-ARCHIVO-ING          PIC X(12).
       01  WS-RESPUESTA            PIC X(01).
       01  WS-ACCION               PIC X(10).
       01  WS-DETALLE              PIC X(60).
       01  WS-CANT-LISTADAS        PIC 9(04) VALUE 0.
       01  WS-AUDIT-PROGRAMA       PIC X(15) VALUE "RETLEG".
       01  WS-AUDIT-CAMPO          PIC X(15) VALUE "RETENCION".
       01  WS-AUDIT-VALOR          PIC X(20).
       01  WS-AUDIT-RESULTADO      PIC X(20).
       01  WS-VENTANA-OK           PIC X(01) VALUE "S".
       01  WS-VENTANA-OPCION       PIC X(20).
       01  WS-NUMCHK-PROMPT        PIC X(40).
       01  WS-NUMCHK-VALOR         PIC 9(09).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "fechalib" USING WS-FECHA-HOY.
           OPEN I-O RETENCIONES.
           if WS-ESTADO-RETENC = "35"
               OPEN OUTPUT RETENCIONES
               CLOSE RETENCIONES
               OPEN I-O RETENCIONES
           end-if.
           if WS-ESTADO-RETENC not = "00"
               and WS-ESTADO-RETENC not = "05"
               display "no se pudo abrir RETLEG.DAT, estado "
                   WS-ESTADO-RETENC
               STOP RUN
           end-if.
           PERFORM menuRetenciones UNTIL SALIR-RETENC.
           CLOSE RETENCIONES.
           STOP RUN.
       menuRetenciones.
           display " ".
           display "retenciones legales (RETLEG.DAT)".
           display "  1 - listar retenciones".
           display "  2 - alta de retencion (supervisor)".
           display "  3 - pedir la liberacion (supervisor)".
           display "  4 - aprobar o rechazar una liberacion (segundo"
               " supervisor)".
           display "  0 - salir".
           move "ingrese opcion (0-4)" to WS-NUMCHK-PROMPT.
           CALL "numchk" USING WS-NUMCHK-PROMPT WS-NUMCHK-VALOR.
           move WS-NUMCHK-VALOR to WS-OPCION.
           evaluate WS-OPCION
               when 0
                   set SALIR-RETENC to true
               when 1
                   PERFORM listarRetenciones
               when 2
                   move "alta de retencion" to WS-VENTANA-OPCION
                   PERFORM controlaVentana
                   if WS-VENTANA-OK = "S"
                       PERFORM altaRetencion THRU altaRetencion-fin
                   end-if
               when 3
                   move "pedir liberacion" to WS-VENTANA-OPCION
                   PERFORM controlaVentana
                   if WS-VENTANA-OK = "S"
                       PERFORM pedirLiberacion THRU
                           pedirLiberacion-fin
                   end-if
               when 4
                   move "aprobar liberacion" to WS-VENTANA-OPCION
                   PERFORM controlaVentana
                   if WS-VENTANA-OK = "S"
                       PERFORM resolverLiberacion THRU
                           resolverLiberacion-fin
                   end-if
               when other
                   display "opcion invalida"
           end-evaluate.
       listarRetenciones.
           move 0 to WS-CANT-LISTADAS.
           move "N" to WS-FIN-RETENC.
           move 0 to RL-ID.
           START RETENCIONES KEY IS NOT LESS THAN RL-ID
               INVALID KEY set FIN-RETENC to true
           END-START.
           PERFORM listarRetencion UNTIL FIN-RETENC.
           if WS-CANT-LISTADAS = 0
               display "no hay retenciones cargadas"
           end-if.
       listarRetencion.
           READ RETENCIONES NEXT RECORD
               AT END set FIN-RETENC to true
               NOT AT END
                   add 1 to WS-CANT-LISTADAS
                   display RL-ID " " RL-ESTADO " del " RL-DESDE
                       " al " RL-HASTA " operador " RL-OPERADOR
                   display "    archivos: " RL-ARCHIVO (1) " "
                       RL-ARCHIVO (2) " " RL-ARCHIVO (3) " "
                       RL-ARCHIVO (4)
                   display "    motivo: " RL-MOTIVO
                   display "    pedida por: " RL-SOLICITANTE
                       " alta " RL-FECHA-ALTA " " RL-ALTA-POR
                   display "    liberacion prevista: " RL-LIBERA
                   if RL-ESTADO = "PEDIDA"
                       display "    liberacion pedida el "
                           RL-FECHA-PEDIDO " por " RL-PEDIDO-POR
                           ", falta la aprobacion"
                   end-if
                   if RL-ESTADO = "LIBERADA"
                       display "    liberada el " RL-FECHA-ESTADO
                           " pedido " RL-PEDIDO-POR " aprobo "
                           RL-LIBERADO-POR
                   end-if
                   if RL-ESTADO = "ACTIVA"
                       and RL-LIBERA < WS-FECHA-HOY
                       display "    ** paso la fecha prevista, sigue"
                           " en vigor hasta que se libere"
                   end-if
           END-READ.
      ******************************************************************
      * alta: archivos (al menos uno), rango de fechas, operador
      * opcional, motivo, quien la pide y liberacion prevista.
      ******************************************************************
       altaRetencion.
           PERFORM pedirSupervisor.
           if WS-OPER-VALIDO not = "S"
               display "operador desconocido, inactivo o sin rol"
                   " SUPERVISOR, no se da de alta"
               GO TO altaRetencion-fin
           end-if.
           move spaces to RETENCIONES-REC.
           move 0 to WS-ARCH-CANT.
           display "archivos retenidos, uno por linea (GENCAT o"
               " maestro, * = todos; blanco termina)".
           PERFORM pedirArchivo VARYING WS-ARCH-IDX FROM 1 BY 1
               UNTIL WS-ARCH-IDX > 4.
           if WS-ARCH-CANT = 0
               display "sin archivos no hay retencion"
               GO TO altaRetencion-fin
           end-if.
           move "retener desde (AAAAMMDD)" to WS-NUMCHK-PROMPT.
           CALL "numchk" USING WS-NUMCHK-PROMPT WS-NUMCHK-VALOR.
           move WS-NUMCHK-VALOR to RL-DESDE.
           move "retener hasta (AAAAMMDD)" to WS-NUMCHK-PROMPT.
           CALL "numchk" USING WS-NUMCHK-PROMPT WS-NUMCHK-VALOR.
           move WS-NUMCHK-VALOR to RL-HASTA.
           if RL-DESDE = 0 or RL-HASTA < RL-DESDE
               display "rango de fechas invalido"
               GO TO altaRetencion-fin
           end-if.
           display "OP-ID investigado (blanco = todos)".
           ACCEPT RL-OPERADOR.
           PERFORM pedirMotivo.
           PERFORM pedirSolicitante.
           move "liberacion prevista (AAAAMMDD)" to WS-NUMCHK-PROMPT.
           CALL "numchk" USING WS-NUMCHK-PROMPT WS-NUMCHK-VALOR.
           move WS-NUMCHK-VALOR to RL-LIBERA.
           if RL-LIBERA <= WS-FECHA-HOY
               display "la liberacion prevista tiene que ser"
                   " posterior a hoy"
               GO TO altaRetencion-fin
           end-if.
           PERFORM buscarUltimoId.
           add 1 to WS-ULTIMO-ID.
           move WS-ULTIMO-ID to RL-ID.
           move WS-OPERADOR to RL-ALTA-POR.
           move WS-FECHA-HOY to RL-FECHA-ALTA.
           move "ACTIVA" to RL-ESTADO.
           move spaces to RL-PEDIDO-POR RL-LIBERADO-POR.
           move 0 to RL-FECHA-PEDIDO.
           move WS-FECHA-HOY to RL-FECHA-ESTADO.
           WRITE RETENCIONES-REC.
           if WS-ESTADO-RETENC not = "00"
               display "no se pudo grabar la retencion, estado "
                   WS-ESTADO-RETENC
               GO TO altaRetencion-fin
           end-if.
           move "ALTA" to WS-ACCION.
           move spaces to WS-DETALLE.
           STRING RL-DESDE "-" RL-HASTA " " RL-ARCHIVO (1) " "
                  RL-OPERADOR " " RL-MOTIVO
                  DELIMITED BY SIZE INTO WS-DETALLE.
           PERFORM asentarPaso.
           display "retencion " RL-ID " dada de alta".
       altaRetencion-fin.
           EXIT.
       pedirArchivo.
           if WS-ARCH-CANT = WS-ARCH-IDX - 1
               ACCEPT WS-ARCHIVO-ING
               if WS-ARCHIVO-ING not = spaces
                   add 1 to WS-ARCH-CANT
                   move WS-ARCHIVO-ING to RL-ARCHIVO (WS-ARCH-CANT)
               end-if
           end-if.
       pedirMotivo.
           display "motivo de la retencion (obligatorio)".
           ACCEPT RL-MOTIVO.
           if RL-MOTIVO = spaces
               display "el motivo es obligatorio"
               go to pedirMotivo
           end-if.
       pedirSolicitante.
           display "quien pide la retencion (obligatorio)".
           ACCEPT RL-SOLICITANTE.
           if RL-SOLICITANTE = spaces
               display "el solicitante es obligatorio"
               go to pedirSolicitante
           end-if.
      ******************************************************************
      * primer paso de la liberacion: la retencion queda PEDIDA y sigue
      * en vigor hasta que otro supervisor la apruebe.
      ******************************************************************
       pedirLiberacion.
           PERFORM pedirSupervisor.
           if WS-OPER-VALIDO not = "S"
               display "operador desconocido, inactivo o sin rol"
                   " SUPERVISOR, no se pide la liberacion"
               GO TO pedirLiberacion-fin
           end-if.
           PERFORM leerRetencion.
           if not EXISTE-RETENC or RL-ESTADO not = "ACTIVA"
               display "no hay retencion ACTIVA con ese numero"
               GO TO pedirLiberacion-fin
           end-if.
           if RL-LIBERA > WS-FECHA-HOY
               display "atencion: la liberacion prevista es el "
                   RL-LIBERA
           end-if.
           move "PEDIDA" to RL-ESTADO.
           move WS-OPERADOR to RL-PEDIDO-POR.
           move WS-FECHA-HOY to RL-FECHA-PEDIDO.
           move WS-FECHA-HOY to RL-FECHA-ESTADO.
           REWRITE RETENCIONES-REC.
           move "PEDIDO" to WS-ACCION.
           move "liberacion pedida" to WS-DETALLE.
           PERFORM asentarPaso.
           display "liberacion de la retencion " RL-ID " pedida; la"
               " tiene que aprobar otro supervisor".
       pedirLiberacion-fin.
           EXIT.
      ******************************************************************
      * segundo paso: un supervisor distinto del que la pidio aprueba
      * (LIBERADA) o rechaza (vuelve a ACTIVA).
      ******************************************************************
       resolverLiberacion.
           PERFORM pedirSupervisor.
           if WS-OPER-VALIDO not = "S"
               display "operador desconocido, inactivo o sin rol"
                   " SUPERVISOR, no se resuelve la liberacion"
               GO TO resolverLiberacion-fin
           end-if.
           PERFORM leerRetencion.
           if not EXISTE-RETENC or RL-ESTADO not = "PEDIDA"
               display "no hay liberacion pedida con ese numero"
               GO TO resolverLiberacion-fin
           end-if.
           if WS-OPERADOR = RL-PEDIDO-POR
               display "la liberacion la pidio " RL-PEDIDO-POR
                   "; la tiene que aprobar otro supervisor"
               GO TO resolverLiberacion-fin
           end-if.
           display "retencion " RL-ID ": " RL-MOTIVO.
           display "aprobar la liberacion? (S = liberar, N = sigue"
               " retenida)".
           ACCEPT WS-RESPUESTA.
           if WS-RESPUESTA = "S" or WS-RESPUESTA = "s"
               move "LIBERADA" to RL-ESTADO
               move WS-OPERADOR to RL-LIBERADO-POR
               move "LIBERADA" to WS-ACCION
               move "liberacion aprobada" to WS-DETALLE
           else
               move "ACTIVA" to RL-ESTADO
               move spaces to RL-PEDIDO-POR
               move 0 to RL-FECHA-PEDIDO
               move "RECHAZO" to WS-ACCION
               move "liberacion rechazada, sigue retenida"
                   to WS-DETALLE
           end-if.
           move WS-FECHA-HOY to RL-FECHA-ESTADO.
           REWRITE RETENCIONES-REC.
           PERFORM asentarPaso.
           display "retencion " RL-ID " queda " RL-ESTADO.
       resolverLiberacion-fin.
           EXIT.
       leerRetencion.
           move "numero de retencion" to WS-NUMCHK-PROMPT.
           CALL "numchk" USING WS-NUMCHK-PROMPT WS-NUMCHK-VALOR.
           move WS-NUMCHK-VALOR to WS-ID.
           move "N" to WS-EXISTE-RETENC.
           move WS-ID to RL-ID.
           READ RETENCIONES
               INVALID KEY
                   move spaces to RETENCIONES-REC
               NOT INVALID KEY
                   set EXISTE-RETENC to true
           END-READ.
       buscarUltimoId.
           move 0 to WS-ULTIMO-ID.
           move 999999 to RL-ID.
           START RETENCIONES KEY IS NOT GREATER THAN RL-ID
               INVALID KEY CONTINUE
           END-START.
           READ RETENCIONES PREVIOUS RECORD
               AT END CONTINUE
               NOT AT END move RL-ID to WS-ULTIMO-ID
           END-READ.
       pedirSupervisor.
           display "ingrese su id de operador (supervisor)".
           ACCEPT WS-OPERADOR.
           move "N" to WS-OPER-VALIDO.
           OPEN INPUT OPERADORES.
           if WS-ESTADO-OPERMAST not = "00"
               display "no se pudo abrir el maestro de operadores"
           else
               move WS-OPERADOR to OP-ID
               READ OPERADORES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       if OP-ACTIVO = "S" and OP-ROL = "SUPERVISOR"
                           move "S" to WS-OPER-VALIDO
                       end-if
               END-READ
               CLOSE OPERADORES
           end-if.
      ******************************************************************
      * cada paso va a la auditoria comun y al diario RETLEGH.DAT (el
      * que sella sello); fecha al frente como el ledger.
      ******************************************************************
       asentarPaso.
           move spaces to WS-AUDIT-VALOR.
           STRING "id " RL-ID " " WS-ACCION
               DELIMITED BY SIZE INTO WS-AUDIT-VALOR.
           move WS-OPERADOR to WS-AUDIT-RESULTADO.
           CALL "auditlog" USING WS-AUDIT-PROGRAMA WS-AUDIT-CAMPO
               WS-AUDIT-VALOR WS-AUDIT-RESULTADO.
           OPEN EXTEND DIARIO.
           if WS-ESTADO-DIARIO = "35"
               OPEN OUTPUT DIARIO
               CLOSE DIARIO
               OPEN EXTEND DIARIO
           end-if.
           ACCEPT WS-HORA-HOY FROM TIME.
           move spaces to DIARIO-REC.
           move WS-FECHA-HOY to RH-FECHA.
           move WS-HORA-HOY to RH-HORA.
           move RL-ID to RH-ID.
           move WS-ACCION to RH-ACCION.
           move WS-OPERADOR to RH-OPERADOR.
           move WS-DETALLE to RH-DETALLE.
           WRITE DIARIO-REC.
           CLOSE DIARIO.
       controlaVentana.
           CALL "ventlib" USING WS-AUDIT-PROGRAMA WS-VENTANA-OPCION
               WS-VENTANA-OK.
       END PROGRAM retleg.
