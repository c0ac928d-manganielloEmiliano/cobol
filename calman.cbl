      *          a pertenecer al dia que procesan, no al minuto en que
      *          ejecutan.
      * Tectonics: cobc -x -o calman calman.cbl numchk.cbl
      *            ventlib.cbl auditlog.cbl fechalib.cbl
      * Modification History:
      *   22/08/2026 - fijarFecha valida mes 01-12 y dia 01-31 antes de
      *                grabar, y avanzar al proximo dia habil se niega
      *                calendario una sola vez, en lugar de unas
      *                quince altas interactivas cada enero con el
      *                riesgo de saltear una.
      *   15/10/2026 - la firma del cierre se niega mientras quede
      *                alguna emergencia sin checker de preguntas con
      *                la revision abierta en EMERGREV.DAT: primero la
      *                cierra otro supervisor con emergrev.
      *   15/10/2026 - con la ventana batch de findia abierta
      *                se rechazan las opciones que graban el
      *                calendario o la firma del cierre, salvo override
      *                de supervisor (ventlib); el listado de feriados
      *                sigue.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. calman.
           SELECT OPTIONAL CORRIDA-CONTROL ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CORRIDA.
           SELECT OPTIONAL EMERGENCIAS ASSIGN TO "EMERGREV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EV-ID
               FILE STATUS IS WS-ESTADO-EMERGENCIAS.
           SELECT OPTIONAL LISTA-FERIADOS ASSIGN TO "FERIADOS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-LISTA.
           05  RC-FECHA            PIC 9(08).
           05  FILLER              PIC X(01).
           05  RC-CORRIDA          PIC 9(02).
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
       FD  LISTA-FERIADOS.
       01  LISTA-FERIADOS-REC.
           05  LF-FECHA            PIC X(08).
       01  WS-FIN-CALENDARIO       PIC X(01).
           88  FIN-CALENDARIO      VALUE "S".
       01  WS-OPCION               PIC 9(01) VALUE 0.
       01  WS-AUDIT-PROGRAMA       PIC X(15) VALUE "CALMAN".
       01  WS-VENTANA-OK           PIC X(01) VALUE "S".
       01  WS-VENTANA-OPCION       PIC X(20).
       01  WS-SALIR                PIC X(01) VALUE "N".
           88  SALIR-MANT          VALUE "S".
       01  WS-FECHA-PROCESO        PIC 9(08) VALUE 0.
       01  WS-CANT-CARGADOS        PIC 9(03) VALUE 0.
       01  WS-CANT-SALTEADOS       PIC 9(03) VALUE 0.
       01  WS-YA-CARGADO           PIC X(01).
       01  WS-ESTADO-EMERGENCIAS   PIC X(02).
       01  WS-FIN-EMERGENCIAS      PIC X(01) VALUE "N".
           88  FIN-EMERGENCIAS     VALUE "S".
       01  WS-CANT-EMERG-ABIERTAS  PIC 9(05) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM cargarCalendario.
               when 0
                   set SALIR-MANT to true
               when 1
                   move "fijar fecha" to WS-VENTANA-OPCION
                   PERFORM controlaVentana
                   if WS-VENTANA-OK = "S"
                       PERFORM fijarFecha
                   end-if
               when 2
                   move "avanzar dia habil" to WS-VENTANA-OPCION
                   PERFORM controlaVentana
                   if WS-VENTANA-OK = "S"
                       PERFORM avanzarDiaHabil THRU avanzarDiaHabil-fin
                   end-if
               when 3
                   move "agregar feriado" to WS-VENTANA-OPCION
                   PERFORM controlaVentana
                   if WS-VENTANA-OK = "S"
                       PERFORM agregarFeriado
                   end-if
               when 4
                   PERFORM listarFeriados
               when 5
                   move "firmar cierre" to WS-VENTANA-OPCION
                   PERFORM controlaVentana
                   if WS-VENTANA-OK = "S"
                       PERFORM firmarCierre THRU firmarCierre-fin
                   end-if
               when 6
                   move "cargar feriados" to WS-VENTANA-OPCION
                   PERFORM controlaVentana
                   if WS-VENTANA-OK = "S"
                       PERFORM cargarListaFeriados
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
       fijarFecha.
           move "nueva fecha de proceso (AAAAMMDD)"
               to WS-NUMCHK-PROMPT.
                   " firmado"
               GO TO firmarCierre-fin
           end-if.
           PERFORM contarEmergencias.
           if WS-CANT-EMERG-ABIERTAS > 0
               display "hay " WS-CANT-EMERG-ABIERTAS " emergencias sin"
                   " checker con la revision abierta (emergrev),"
                   " no se firma"
               GO TO firmarCierre-fin
           end-if.
           PERFORM mostrarCierre.
           display "id del supervisor que firma".
           ACCEPT WS-SUPERVISOR.
               NOT AT END
                   display "  " REPORTE-CIERRE-REC
           END-READ.
      ******************************************************************
      * emergencias sin checker hasta la fecha de proceso que nadie
      * reviso todavia; cualquiera de ellas frena la firma.
      ******************************************************************
       contarEmergencias.
           move 0 to WS-CANT-EMERG-ABIERTAS.
           move "N" to WS-FIN-EMERGENCIAS.
           OPEN INPUT EMERGENCIAS.
           if WS-ESTADO-EMERGENCIAS not = "00"
               CLOSE EMERGENCIAS
           else
               move 0 to EV-ID
               START EMERGENCIAS KEY IS NOT LESS THAN EV-ID
                   INVALID KEY set FIN-EMERGENCIAS to true
               END-START
               PERFORM contarEmergencia UNTIL FIN-EMERGENCIAS
               CLOSE EMERGENCIAS
           end-if.
       contarEmergencia.
           READ EMERGENCIAS NEXT RECORD
               AT END set FIN-EMERGENCIAS to true
               NOT AT END
                   if EV-ESTADO = "ABIERTA"
                       and EV-FECHA not > WS-FECHA-PROCESO
                       add 1 to WS-CANT-EMERG-ABIERTAS
                   end-if
           END-READ.
       controlaCierreFirmado.
           move "N" to WS-CIERRE-FIRMADO WS-FIN-FIRMAS.
           OPEN INPUT FIRMAS-CIERRE.
