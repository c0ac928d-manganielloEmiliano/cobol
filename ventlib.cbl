      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: control comun de la ventana batch nocturna - findia
      *          declara la ventana ABIERTA en BATCHWIN.DAT al arrancar
      *          y CERRADA al terminar o abortar; mientras esta
      *          abierta, el menu y los programas de mantenimiento
      *          llaman esta rutina antes de cada opcion que graba
      *          archivos de produccion. Con la ventana cerrada (o sin
      *          archivo) la opcion sigue; con la ventana abierta se
      *          rechaza diciendo desde cuando esta abierta y en que
      *          corrida, el intento queda en la auditoria comun, y se
      *          ofrece el override de supervisor por emergencia: un
      *          supervisor activo de OPERMAST.DAT con un motivo
      *          obligatorio deja pasar esa opcion, con el override en
      *          la auditoria y escalado a TALLEREX.DAT.
      *          BATCHWIN.DAT: estado(10) fecha y hora de apertura
      *          (8+8) corrida(2) fecha y hora del ultimo paso (8+8)
      *          fecha y hora de cierre (8+8) motivo(20).
      * Tectonics: subprograma, no se compila solo; se incluye en la
      *            linea de compilacion del programa que lo llama junto
      *            con auditlog.cbl y fechalib.cbl (menu, confman,
      *            vcmant, opermant, colamant, ordenes, calman, catman,
      *            reproceso, retleg - ver el Tectonics de cada uno)
      * Modification History:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ventlib.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL VENTANA ASSIGN TO "BATCHWIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-VENTANA.
           SELECT OPTIONAL OPERADORES ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-ID
               FILE STATUS IS WS-ESTADO-OPERMAST.
           SELECT EXCEP-TALLER ASSIGN TO "TALLEREX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-EXCTALLER.
       DATA DIVISION.
       FILE SECTION.
       FD  VENTANA.
       01  VENTANA-REC.
           05  BW-ESTADO           PIC X(10).
           05  FILLER              PIC X(01).
           05  BW-FECHA            PIC 9(08).
           05  FILLER              PIC X(01).
           05  BW-HORA             PIC 9(08).
           05  FILLER              PIC X(01).
           05  BW-CORRIDA          PIC 9(02).
           05  FILLER              PIC X(01).
           05  BW-FECHA-ULT        PIC 9(08).
           05  FILLER              PIC X(01).
           05  BW-HORA-ULT         PIC 9(08).
           05  FILLER              PIC X(01).
           05  BW-FECHA-CIERRE     PIC 9(08).
           05  FILLER              PIC X(01).
           05  BW-HORA-CIERRE      PIC 9(08).
           05  FILLER              PIC X(01).
           05  BW-MOTIVO           PIC X(20).
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
       WORKING-STORAGE SECTION.
       01  WS-ESTADO-VENTANA       PIC X(02).
       01  WS-ESTADO-OPERMAST      PIC X(02).
       01  WS-ESTADO-EXCTALLER     PIC X(02).
       01  WS-VENTANA-ABIERTA      PIC X(01) VALUE "N".
       01  WS-FECHA-HOY            PIC 9(08) VALUE 0.
       01  WS-RESPUESTA            PIC X(01).
       01  WS-SUPERVISOR           PIC X(10).
       01  WS-OPER-VALIDO          PIC X(01).
       01  WS-MOTIVO               PIC X(40).
       01  WS-AUDIT-CAMPO          PIC X(15) VALUE "VENTANA".
       01  WS-AUDIT-RESULTADO      PIC X(20).
       LINKAGE SECTION.
       01  LK-VB-PROGRAMA          PIC X(15).
       01  LK-VB-OPCION            PIC X(20).
       01  LK-VB-PERMITIDO         PIC X(01).
       PROCEDURE DIVISION USING LK-VB-PROGRAMA LK-VB-OPCION
               LK-VB-PERMITIDO.
       MAIN-PROCEDURE.
           move "S" to LK-VB-PERMITIDO.
           PERFORM leerVentana.
           if WS-VENTANA-ABIERTA = "S"
               PERFORM rechazarOpcion THRU rechazarOpcion-fin
           end-if.
           GOBACK.
       leerVentana.
           move "N" to WS-VENTANA-ABIERTA.
           OPEN INPUT VENTANA.
           if WS-ESTADO-VENTANA = "00"
               READ VENTANA
                   AT END CONTINUE
                   NOT AT END
                       if BW-ESTADO = "ABIERTA"
                           move "S" to WS-VENTANA-ABIERTA
                       end-if
               END-READ
           end-if.
           CLOSE VENTANA.
      ******************************************************************
      * con la ventana abierta la opcion se rechaza y el intento queda
      * en la auditoria; solo pasa con el override de un supervisor
      * activo y un motivo escrito.
      ******************************************************************
       rechazarOpcion.
           move "N" to LK-VB-PERMITIDO.
           display "la ventana batch de findia esta abierta desde el "
               BW-FECHA " a las " BW-HORA (1:4) " (corrida "
               BW-CORRIDA ")".
           display "  " LK-VB-OPCION " graba archivos de produccion y"
               " no se permite mientras corre la noche".
           move "bloqueado" to WS-AUDIT-RESULTADO.
           PERFORM registraAuditoria.
           display "override de supervisor por emergencia? (S/N)".
           ACCEPT WS-RESPUESTA.
           if WS-RESPUESTA not = "S" and WS-RESPUESTA not = "s"
               GO TO rechazarOpcion-fin
           end-if.
           display "id del supervisor que autoriza".
           ACCEPT WS-SUPERVISOR.
           PERFORM buscarSupervisor.
           if WS-OPER-VALIDO not = "S"
               display "operador desconocido, inactivo o sin rol"
                   " SUPERVISOR, la opcion sigue rechazada"
               GO TO rechazarOpcion-fin
           end-if.
           display "motivo de la emergencia (obligatorio)".
           ACCEPT WS-MOTIVO.
           if WS-MOTIVO = spaces
               display "sin motivo la opcion sigue rechazada"
               GO TO rechazarOpcion-fin
           end-if.
           move "S" to LK-VB-PERMITIDO.
           display "override de " WS-SUPERVISOR " registrado, la"
               " opcion sigue".
           move spaces to WS-AUDIT-RESULTADO.
           STRING "override " WS-SUPERVISOR
               DELIMITED BY SIZE INTO WS-AUDIT-RESULTADO.
           PERFORM registraAuditoria.
           PERFORM escalarOverride.
       rechazarOpcion-fin.
           EXIT.
       escalarOverride.
           CALL "fechalib" USING WS-FECHA-HOY.
           OPEN EXTEND EXCEP-TALLER.
           if WS-ESTADO-EXCTALLER = "35"
               OPEN OUTPUT EXCEP-TALLER
               CLOSE EXCEP-TALLER
               OPEN EXTEND EXCEP-TALLER
           end-if.
           move spaces to EXCEP-TALLER-REC.
           move WS-FECHA-HOY to EXT-FECHA.
           move LK-VB-PROGRAMA to EXT-PROGRAMA.
           STRING "VENTANA override " WS-SUPERVISOR ": " WS-MOTIVO
                  DELIMITED BY SIZE INTO EXT-TEXTO.
           move BW-CORRIDA to EXT-CORRIDA.
           WRITE EXCEP-TALLER-REC.
           CLOSE EXCEP-TALLER.
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
           CALL "auditlog" USING LK-VB-PROGRAMA WS-AUDIT-CAMPO
               LK-VB-OPCION WS-AUDIT-RESULTADO.
       END PROGRAM ventlib.
