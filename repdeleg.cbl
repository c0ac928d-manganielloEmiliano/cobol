      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: revision semanal de las delegaciones de autoridad de
      *          aprobacion - para un rango de fechas lista las
      *          delegaciones de DELEGA.DAT cuyo rango de vigencia se
      *          cruza con el periodo (con su estado, quien las aprobo
      *          y los trabajos delegados) y cada aprobacion que se
      *          hizo con nivel delegado segun DELEGUSO.DAT (fecha,
      *          programa, trabajo, delegado, delegante, nivel y
      *          referencia del pedido, cambio o sesion), para que el
      *          supervisor revise lo que se firmo en nombre de otro.
      *          El reporte queda en DELEREP.DAT ademas de la pantalla
      *          y entra como seccion del paquete semanal.
      * Tectonics: cobc -x -o repdeleg repdeleg.cbl numchk.cbl
      * Modification History:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. repdeleg.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DELEGACIONES ASSIGN TO "DELEGA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DG-ID
               FILE STATUS IS WS-ESTADO-DELEGA.
           SELECT OPTIONAL USOS ASSIGN TO "DELEGUSO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-USOS.
           SELECT REPORTE ASSIGN TO "DELEREP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
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
       FD  REPORTE.
       01  REPORTE-REC             PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-ESTADO-DELEGA        PIC X(02).
       01  WS-ESTADO-USOS          PIC X(02).
       01  WS-FIN-DELEGA           PIC X(01) VALUE "N".
           88  FIN-DELEGA          VALUE "S".
       01  WS-FIN-USOS             PIC X(01) VALUE "N".
           88  FIN-USOS            VALUE "S".
       01  WS-FECHA-DESDE          PIC 9(08) VALUE 0.
       01  WS-FECHA-HASTA          PIC 9(08) VALUE 0.
       01  WS-TRABAJOS-LISTA       PIC X(09).
       01  WS-TRAB-IDX             PIC 9(02) VALUE 0.
       01  WS-TRAB-POS             PIC 9(02) VALUE 0.
       01  WS-CANT-DELEGACIONES    PIC 9(05) VALUE 0.
       01  WS-CANT-USOS            PIC 9(05) VALUE 0.
       01  WS-LINEA-REPORTE        PIC X(80) VALUE SPACES.
       01  WS-NUMCHK-PROMPT        PIC X(40).
       01  WS-NUMCHK-VALOR         PIC 9(09).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           display "revision de delegaciones de aprobacion".
           move "fecha desde (AAAAMMDD)" to WS-NUMCHK-PROMPT.
           CALL "numchk" USING WS-NUMCHK-PROMPT WS-NUMCHK-VALOR.
           move WS-NUMCHK-VALOR to WS-FECHA-DESDE.
           move "fecha hasta (AAAAMMDD)" to WS-NUMCHK-PROMPT.
           CALL "numchk" USING WS-NUMCHK-PROMPT WS-NUMCHK-VALOR.
           move WS-NUMCHK-VALOR to WS-FECHA-HASTA.
           if WS-FECHA-HASTA < WS-FECHA-DESDE
               display "la fecha hasta es anterior a la fecha desde,"
                   " no se arma el reporte"
               STOP RUN
           end-if.
           OPEN OUTPUT REPORTE.
           move spaces to WS-LINEA-REPORTE.
           STRING "delegaciones del " WS-FECHA-DESDE
                  " al " WS-FECHA-HASTA
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE.
           PERFORM grabaLinea.
           move spaces to WS-LINEA-REPORTE.
           PERFORM grabaLinea.
           move "delegaciones con vigencia en el periodo:"
               to WS-LINEA-REPORTE.
           PERFORM grabaLinea.
           move "id   delegante  delegado   nv desde    hasta    estado"
               to WS-LINEA-REPORTE.
           PERFORM grabaLinea.
           OPEN INPUT DELEGACIONES.
           if WS-ESTADO-DELEGA = "00"
               move 0 to DG-ID
               START DELEGACIONES KEY IS NOT LESS THAN DG-ID
                   INVALID KEY set FIN-DELEGA to true
               END-START
               PERFORM leerDelegacion UNTIL FIN-DELEGA
           end-if.
           CLOSE DELEGACIONES.
           if WS-CANT-DELEGACIONES = 0
               move "  ninguna" to WS-LINEA-REPORTE
               PERFORM grabaLinea
           end-if.
           move spaces to WS-LINEA-REPORTE.
           PERFORM grabaLinea.
           move "aprobaciones hechas con nivel delegado:"
               to WS-LINEA-REPORTE.
           PERFORM grabaLinea.
           move "fecha    programa   t delegado   de delegante  nv"
               to WS-LINEA-REPORTE.
           PERFORM grabaLinea.
           OPEN INPUT USOS.
           if WS-ESTADO-USOS = "00"
               PERFORM leerUso UNTIL FIN-USOS
           end-if.
           CLOSE USOS.
           if WS-CANT-USOS = 0
               move "  ninguna" to WS-LINEA-REPORTE
               PERFORM grabaLinea
           end-if.
           move spaces to WS-LINEA-REPORTE.
           PERFORM grabaLinea.
           move spaces to WS-LINEA-REPORTE.
           STRING "delegaciones: " WS-CANT-DELEGACIONES
                  "  aprobaciones delegadas: " WS-CANT-USOS
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE.
           PERFORM grabaLinea.
           CLOSE REPORTE.
           display "revision de delegaciones generada en DELEREP.DAT".
           STOP RUN.
      ******************************************************************
      * entra toda delegacion cuyo rango desde-hasta se cruza con el
      * periodo, cualquiera sea su estado, para ver tambien las
      * rechazadas, revocadas y vencidas.
      ******************************************************************
       leerDelegacion.
           READ DELEGACIONES NEXT RECORD
               AT END set FIN-DELEGA to true
               NOT AT END
                   if DG-DESDE not > WS-FECHA-HASTA
                       and DG-HASTA not < WS-FECHA-DESDE
                       PERFORM imprimeDelegacion
                   end-if
           END-READ.
       imprimeDelegacion.
           add 1 to WS-CANT-DELEGACIONES.
           move spaces to WS-LINEA-REPORTE.
           STRING DG-ID " " DG-DELEGANTE " " DG-DELEGADO " " DG-NIVEL
                  " " DG-DESDE " " DG-HASTA " " DG-ESTADO
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE.
           PERFORM grabaLinea.
           move spaces to WS-TRABAJOS-LISTA.
           move 0 to WS-TRAB-POS.
           PERFORM armarTrabajo VARYING WS-TRAB-IDX FROM 1 BY 1
               UNTIL WS-TRAB-IDX > 9.
           move spaces to WS-LINEA-REPORTE.
           if DG-APROBADOR = spaces
               STRING "     trabajos " WS-TRABAJOS-LISTA
                      " sin aprobar"
                      DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           else
               STRING "     trabajos " WS-TRABAJOS-LISTA
                      " por " DG-APROBADOR " el " DG-FECHA-ESTADO
                      DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           end-if.
           PERFORM grabaLinea.
       armarTrabajo.
           if DG-TRABAJO (WS-TRAB-IDX) = "S"
               add 1 to WS-TRAB-POS
               move WS-TRAB-IDX (2:1)
                   to WS-TRABAJOS-LISTA (WS-TRAB-POS:1)
           end-if.
       leerUso.
           READ USOS
               AT END set FIN-USOS to true
               NOT AT END
                   if DU-FECHA not < WS-FECHA-DESDE
                       and DU-FECHA not > WS-FECHA-HASTA
                       PERFORM imprimeUso
                   end-if
           END-READ.
       imprimeUso.
           add 1 to WS-CANT-USOS.
           move spaces to WS-LINEA-REPORTE.
           STRING DU-FECHA " " DU-PROGRAMA (1:10) " " DU-TRABAJO " "
                  DU-DELEGADO " de " DU-DELEGANTE " " DU-NIVEL
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE.
           PERFORM grabaLinea.
           move spaces to WS-LINEA-REPORTE.
           STRING "     " DU-REFERENCIA
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE.
           PERFORM grabaLinea.
       grabaLinea.
           WRITE REPORTE-REC FROM WS-LINEA-REPORTE.
           display WS-LINEA-REPORTE.
       END PROGRAM repdeleg.
