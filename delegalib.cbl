      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: consulta comun de delegaciones de autoridad de
      *          aprobacion DELEGA.DAT (mantenido con delegman) - cuando
      *          el unico checker de nivel alto esta de licencia, un
      *          supervisor le delega su nivel a otro operador por un
      *          rango de fechas y para trabajos determinados (los
      *          mismos numeros de NIVELREQ.DAT: 1-3 los trabajos de
      *          preguntas, 8 la cola de aprobpend, 9 la aplicacion de
      *          cambios de confman), con la delegacion aprobada por un
      *          segundo supervisor. Accion C (consulta): devuelve el
      *          mayor nivel delegado VIGENTE al operador para el
      *          trabajo y la fecha de proceso, con el delegante (0 y
      *          blanco si no hay); fuera del rango de fechas la
      *          delegacion ya no cuenta, sin que nadie la tenga que
      *          dar de baja. Accion R (registro): asienta en
      *          DELEGUSO.DAT una aprobacion hecha con nivel delegado
      *          (fecha, hora, programa, trabajo, delegado, delegante,
      *          nivel y referencia), que repdeleg lista para revision.
      * Tectonics: subprograma, no se compila solo; se incluye en la
      *            linea de compilacion del programa que lo llama junto
      *            con fechalib.cbl (preguntas, aprobpend, confman,
      *            catman - ver el Tectonics de cada uno)
      * Modification History:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. delegalib.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DELEGACIONES ASSIGN TO "DELEGA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DG-ID
               FILE STATUS IS WS-ESTADO-DELEGA.
           SELECT USOS ASSIGN TO "DELEGUSO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-USOS.
       DATA DIVISION.
       FILE SECTION.
       FD  DELEGACIONES.
       01  DELEGACIONES-REC.
           05  DG-ID               PIC 9(04).
           05  DG-DELEGANTE        PIC X(10).
           05  DG-DELEGADO         PIC X(10).
           05  DG-NIVEL            PIC 9(02).
           05  DG-DESDE            PIC 9(08).
           05  DG-HASTA            PIC 9(08).
           05  DG-TRABAJOS.
               10  DG-TRABAJO OCCURS 9 TIMES PIC X(01).
           05  DG-ESTADO           PIC X(10).
           05  DG-FECHA-ALTA       PIC 9(08).
           05  DG-APROBADOR        PIC X(10).
           05  DG-FECHA-ESTADO     PIC 9(08).
           05  FILLER              PIC X(10).
       FD  USOS.
       01  USOS-REC.
           05  DU-FECHA            PIC 9(08).
           05  FILLER              PIC X(01).
           05  DU-HORA             PIC 9(08).
           05  FILLER              PIC X(01).
           05  DU-PROGRAMA         PIC X(15).
           05  FILLER              PIC X(01).
           05  DU-TRABAJO          PIC 9(01).
           05  FILLER              PIC X(01).
           05  DU-DELEGADO         PIC X(10).
           05  FILLER              PIC X(01).
           05  DU-DELEGANTE        PIC X(10).
           05  FILLER              PIC X(01).
           05  DU-NIVEL            PIC 9(02).
           05  FILLER              PIC X(01).
           05  DU-REFERENCIA       PIC X(20).
       WORKING-STORAGE SECTION.
       01  WS-ESTADO-DELEGA        PIC X(02).
       01  WS-ESTADO-USOS          PIC X(02).
       01  WS-FIN-DELEGA           PIC X(01) VALUE "N".
           88  FIN-DELEGA          VALUE "S".
       01  WS-FECHA-HOY            PIC 9(08) VALUE 0.
       01  WS-HORA                 PIC 9(08).
       LINKAGE SECTION.
       01  LK-DL-ACCION            PIC X(01).
       01  LK-DL-OPERADOR          PIC X(10).
       01  LK-DL-TRABAJO           PIC 9(01).
       01  LK-DL-PROGRAMA          PIC X(15).
       01  LK-DL-REFERENCIA        PIC X(20).
       01  LK-DL-NIVEL             PIC 9(02).
       01  LK-DL-DELEGANTE         PIC X(10).
       PROCEDURE DIVISION USING LK-DL-ACCION LK-DL-OPERADOR
               LK-DL-TRABAJO LK-DL-PROGRAMA LK-DL-REFERENCIA
               LK-DL-NIVEL LK-DL-DELEGANTE.
       MAIN-PROCEDURE.
           CALL "fechalib" USING WS-FECHA-HOY.
           if LK-DL-ACCION = "R"
               PERFORM registrarUso
           else
               move 0 to LK-DL-NIVEL
               move spaces to LK-DL-DELEGANTE
               if LK-DL-TRABAJO >= 1
                   PERFORM consultarDelegacion
               end-if
           end-if.
           GOBACK.
       consultarDelegacion.
           move "N" to WS-FIN-DELEGA.
           OPEN INPUT DELEGACIONES.
           if WS-ESTADO-DELEGA = "00"
               move 0 to DG-ID
               START DELEGACIONES KEY IS NOT LESS THAN DG-ID
                   INVALID KEY set FIN-DELEGA to true
               END-START
               PERFORM leerDelegacion UNTIL FIN-DELEGA
           end-if.
           CLOSE DELEGACIONES.
      ******************************************************************
      * cuenta solo la delegacion aprobada (VIGENTE), al operador, con
      * el trabajo marcado y con la fecha de proceso dentro del rango;
      * si hay mas de una se queda con el mayor nivel.
      ******************************************************************
       leerDelegacion.
           READ DELEGACIONES NEXT RECORD
               AT END set FIN-DELEGA to true
               NOT AT END
                   if DG-ESTADO = "VIGENTE"
                       and DG-DELEGADO = LK-DL-OPERADOR
                       and DG-TRABAJO (LK-DL-TRABAJO) = "S"
                       and DG-DESDE not > WS-FECHA-HOY
                       and DG-HASTA not < WS-FECHA-HOY
                       and DG-NIVEL > LK-DL-NIVEL
                       move DG-NIVEL to LK-DL-NIVEL
                       move DG-DELEGANTE to LK-DL-DELEGANTE
                   end-if
           END-READ.
       registrarUso.
           OPEN EXTEND USOS.
           if WS-ESTADO-USOS = "35"
               OPEN OUTPUT USOS
               CLOSE USOS
               OPEN EXTEND USOS
           end-if.
           ACCEPT WS-HORA FROM TIME.
           move spaces to USOS-REC.
           move WS-FECHA-HOY to DU-FECHA.
           move WS-HORA to DU-HORA.
           move LK-DL-PROGRAMA to DU-PROGRAMA.
           move LK-DL-TRABAJO to DU-TRABAJO.
           move LK-DL-OPERADOR to DU-DELEGADO.
           move LK-DL-DELEGANTE to DU-DELEGANTE.
           move LK-DL-NIVEL to DU-NIVEL.
           move LK-DL-REFERENCIA to DU-REFERENCIA.
           WRITE USOS-REC.
           CLOSE USOS.
       END PROGRAM delegalib.
