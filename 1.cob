      *                a 9(08) con siglo en todos los renglones que
      *                este programa graba; convfech convierte lo
      *                acumulado.
      *   15/10/2026 - cada respuesta de examen queda asentada en
      *                RESPEXAM.DAT (fecha, hora, legajo, modulo,
      *                secuencia de la pregunta, respuesta dada y S/N
      *                de acierto), abierto en EXTEND como CAPACIT.DAT;
      *                sobre ese registro trabaja el analisis de
      *                preguntas repexam.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. prueba1.
           SELECT OPTIONAL CURRICULUM ASSIGN TO "CURRIC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CURRICULUM.
           SELECT RESPUESTAS ASSIGN TO "RESPEXAM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-RESPUESTAS.
       DATA DIVISION.
       FILE SECTION.
       FD  CAPACITACION.
           05  CU-TEXTO            PIC X(60).
           05  FILLER              PIC X(01).
           05  CU-RESPUESTA        PIC X(10).
       FD  RESPUESTAS.
       01  RESPUESTAS-REC.
           05  RE-FECHA            PIC 9(08).
           05  FILLER              PIC X(01).
           05  RE-HORA             PIC 9(08).
           05  FILLER              PIC X(01).
           05  RE-LEGAJO           PIC X(10).
           05  FILLER              PIC X(01).
           05  RE-MODULO           PIC X(04).
           05  FILLER              PIC X(01).
           05  RE-SECUENCIA        PIC 9(03).
           05  FILLER              PIC X(01).
           05  RE-RESPUESTA        PIC X(10).
           05  FILLER              PIC X(01).
           05  RE-ACIERTO          PIC X(01).
       WORKING-STORAGE SECTION.
       01  aprendiendo pic a(30).
       01  titulo pic a(30) value " con programacion facil".
       01  WS-LINEA-LOG            PIC X(80) VALUE SPACES.
       01  WS-ESTADO-CAPACITACION  PIC X(02).
       01  WS-ESTADO-CURRICULUM    PIC X(02).
       01  WS-ESTADO-RESPUESTAS    PIC X(02).
       01  WS-EDITLIB-ALFA         PIC X(30).
       01  WS-EDITLIB-VALIDO       PIC X(01).
       01  WS-FECHA-HOY.
                CLOSE CAPACITACION
                OPEN EXTEND CAPACITACION
            end-if.
            OPEN EXTEND RESPUESTAS.
            if WS-ESTADO-RESPUESTAS = "35"
                OPEN OUTPUT RESPUESTAS
                CLOSE RESPUESTAS
                OPEN EXTEND RESPUESTAS
            end-if.
            DISPLAY "bienvenido a la capacitacion del taller".
            DISPLAY "ingrese su legajo de aprendiz".
            PERFORM pedirLegajo.
                PERFORM marcarCompletados
                PERFORM menuModulos UNTIL SALIR-CURSO
            end-if.
            CLOSE RESPUESTAS.
            CLOSE CAPACITACION.
            STOP RUN.
       pedirLegajo.
           add 1 to WS-CANT-PREGUNTAS.
           display "pregunta: " CU-TEXTO.
           ACCEPT WS-RESPUESTA.
           move spaces to RESPUESTAS-REC.
           if WS-RESPUESTA = CU-RESPUESTA
               display "  correcto"
               add 1 to WS-CANT-CORRECTAS
               move "S" to RE-ACIERTO
           else
               display "  incorrecto"
               move "N" to RE-ACIERTO
           end-if.
           PERFORM registraRespuesta.
      ******************************************************************
      * una linea por respuesta en RESPEXAM.DAT: fecha(8) hora(8)
      * legajo(10) modulo(4) secuencia(3) respuesta(10) acierto(1 S/N),
      * separados por un blanco; repexam hace el analisis por pregunta.
      ******************************************************************
       registraRespuesta.
           ACCEPT WS-HORA FROM TIME.
           move WS-FECHA-HOY to RE-FECHA.
           move WS-HORA to RE-HORA.
           move WS-LEGAJO to RE-LEGAJO.
           move WS-MOD-CODIGO (WS-MOD-ELEGIDO) to RE-MODULO.
           move CU-SECUENCIA to RE-SECUENCIA.
           move WS-RESPUESTA to RE-RESPUESTA.
           WRITE RESPUESTAS-REC.
      ******************************************************************
      * recorrido basico original, usado cuando no hay CURRIC.DAT.
      ******************************************************************
