      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: control de cobertura previo a cada turno - se corre
      *          antes de que empiece cada turno del dia y repite sobre
      *          el turno que viene el control que turnman hace al
      *          publicar (turnolib): desde la publicacion un operador
      *          pudo quedar inactivo, bloquearse por PIN o perder una
      *          certificacion. El turno se deduce de la hora de
      *          corrida: antes de las 10 la manana (M), antes de las
      *          18 la tarde (T), despues la noche (N), todos de la
      *          fecha del dia. Un turno sin cargar en TURNOS.DAT se
      *          controla vacio, asi que escala "sin operadores
      *          asignados" y cada rol que falta. Termina con
      *          RETURN-CODE 4 si hubo brechas, para que quien lo lance
      *          pueda reaccionar.
      * Tectonics: cobc -x -o turnochk turnochk.cbl turnolib.cbl
      *            fechalib.cbl catlib.cbl
      * Modification History:
      *   15/10/2026 - se compila tambien con catlib: turnolib toma el
      *                rol, el modulo y el nivel de cada opcion del
      *                catalogo de opciones MENUCAT.DAT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. turnochk.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TURNOS ASSIGN TO "TURNOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TU-CLAVE
               FILE STATUS IS WS-ESTADO-TURNOS.
       DATA DIVISION.
       FILE SECTION.
       FD  TURNOS.
       01  TURNOS-REC.
           05  TU-CLAVE.
               10  TU-FECHA        PIC 9(08).
               10  TU-TURNO        PIC X(01).
           05  TU-OPCIONES.
               10  TU-OPCION OCCURS 7 TIMES PIC X(01).
           05  TU-OPERADOR OCCURS 8 TIMES PIC X(10).
           05  TU-PUBLICADO        PIC X(01).
           05  TU-FECHA-PUB        PIC 9(08).
           05  FILLER              PIC X(20).
       WORKING-STORAGE SECTION.
       01  WS-ESTADO-TURNOS        PIC X(02).
       01  WS-FECHA-DIA.
           05  WS-FECHA-DIA-SIGLO  PIC 9(02) VALUE 20.
           05  WS-FECHA-DIA-RESTO  PIC 9(06) VALUE 0.
       01  WS-HORA                 PIC 9(08).
       01  WS-TURNO                PIC X(01).
       01  WS-BRECHAS              PIC 9(03) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-FECHA-DIA-RESTO FROM DATE.
           ACCEPT WS-HORA FROM TIME.
           if WS-HORA < 10000000
               move "M" to WS-TURNO
           else
               if WS-HORA < 18000000
                   move "T" to WS-TURNO
               else
                   move "N" to WS-TURNO
               end-if
           end-if.
           move spaces to TURNOS-REC.
           move WS-FECHA-DIA to TU-FECHA.
           move WS-TURNO to TU-TURNO.
           OPEN INPUT TURNOS.
           if WS-ESTADO-TURNOS = "00"
               READ TURNOS
                   INVALID KEY
                       move spaces to TURNOS-REC
                       move WS-FECHA-DIA to TU-FECHA
                       move WS-TURNO to TU-TURNO
                       display "turno " TU-FECHA " " TU-TURNO
                           " sin cargar en TURNOS.DAT"
               END-READ
           end-if.
           CLOSE TURNOS.
           if TU-PUBLICADO not = "S" and TU-OPERADOR (1) not = spaces
               display "aviso: el turno " TU-FECHA " " TU-TURNO
                   " no fue publicado"
           end-if.
           display "control de cobertura previo al turno " TU-FECHA
               " " TU-TURNO.
           CALL "turnolib" USING TURNOS-REC WS-BRECHAS.
           display "turno " TU-FECHA " " TU-TURNO ", brechas: "
               WS-BRECHAS.
           if WS-BRECHAS > 0
               MOVE 4 TO RETURN-CODE
           else
               MOVE 0 TO RETURN-CODE
           end-if.
           STOP RUN.
       END PROGRAM turnochk.
