      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: mantenimiento del rol de turnos TURNOS.DAT - quien
      *          trabaja cada turno (M manana, T tarde, N noche) de
      *          cada fecha y que opciones del menu tiene programadas.
      *          Dos veces se descubrio a las 2 de la manana que nadie
      *          del turno tenia OP-NIVEL para hacer de checker en
      *          preguntas. Alta o reemplazo de un turno, publicacion
      *          de los turnos de una fecha, listado y borrado; al
      *          publicar, cada turno pasa por el control de cobertura
      *          (turnolib) y sus brechas se escalan a TALLEREX.DAT.
      *          El mismo control se repite antes de cada turno con
      *          turnochk. Cada cambio queda en la auditoria comun.
      *          TURNOS.DAT: fecha(8) turno(1) opciones(7, una S en la
      *          posicion de cada opcion del menu programada)
      *          operadores(8 x 10) publicado(1) fecha de
      *          publicacion(8).
      * Tectonics: cobc -x -o turnman turnman.cbl turnolib.cbl
      *            auditlog.cbl fechalib.cbl numchk.cbl catlib.cbl
      * Modification History:
      *   15/10/2026 - se compila tambien con catlib: turnolib toma el
      *                rol, el modulo y el nivel de cada opcion del
      *                catalogo de opciones MENUCAT.DAT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. turnman.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TURNOS ASSIGN TO "TURNOS.DAT"
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
       01  WS-OPCION               PIC 9(01) VALUE 0.
       01  WS-SALIR                PIC X(01) VALUE "N".
           88  SALIR-MANT          VALUE "S".
       01  WS-FIN-TURNOS           PIC X(01) VALUE "N".
           88  FIN-TURNOS          VALUE "S".
       01  WS-FECHA-HOY            PIC 9(08) VALUE 0.
       01  WS-FECHA-BUSCADA        PIC 9(08) VALUE 0.
       01  WS-TURNO-BUSCADO        PIC X(01).
       01  WS-OPER-IDX             PIC 9(01) VALUE 0.
       01  WS-FIN-OPERADORES       PIC X(01) VALUE "N".
       01  WS-OPER-INGRESADO       PIC X(10).
       01  WS-OPCIONES-TEXTO       PIC X(07).
       01  WS-POS-IDX              PIC 9(01) VALUE 0.
       01  WS-DIGITO               PIC 9(01).
       01  WS-BRECHAS              PIC 9(03) VALUE 0.
       01  WS-CANT-PUBLICADOS      PIC 9(03) VALUE 0.
       01  WS-CANT-LISTADOS        PIC 9(04) VALUE 0.
       01  WS-AUDIT-PROGRAMA       PIC X(15) VALUE "TURNMAN".
       01  WS-AUDIT-CAMPO          PIC X(15).
       01  WS-AUDIT-VALOR          PIC X(20).
       01  WS-AUDIT-RESULTADO      PIC X(20).
       01  WS-NUMCHK-PROMPT        PIC X(40).
       01  WS-NUMCHK-VALOR         PIC 9(09).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "fechalib" USING WS-FECHA-HOY.
           OPEN I-O TURNOS.
           if WS-ESTADO-TURNOS = "35"
               OPEN OUTPUT TURNOS
               CLOSE TURNOS
               OPEN I-O TURNOS
           end-if.
           if WS-ESTADO-TURNOS not = "00"
               display "no se pudo abrir TURNOS.DAT, estado "
                   WS-ESTADO-TURNOS
               STOP RUN
           end-if.
           PERFORM menuTurnos UNTIL SALIR-MANT.
           CLOSE TURNOS.
           STOP RUN.
       menuTurnos.
           display " ".
           display "mantenimiento del rol de turnos".
           display "  1 - cargar turno (alta o reemplazo)".
           display "  2 - publicar los turnos de una fecha".
           display "  3 - listar turnos desde una fecha".
           display "  4 - borrar turno".
           display "  0 - salir".
           move "ingrese opcion (0-4)" to WS-NUMCHK-PROMPT.
           CALL "numchk" USING WS-NUMCHK-PROMPT WS-NUMCHK-VALOR.
           move WS-NUMCHK-VALOR to WS-OPCION.
           evaluate WS-OPCION
               when 0
                   set SALIR-MANT to true
               when 1
                   PERFORM cargarTurno
               when 2
                   PERFORM publicarFecha
               when 3
                   PERFORM listarTurnos
               when 4
                   PERFORM borrarTurno
               when other
                   display "opcion invalida"
           end-evaluate.
       pedirFecha.
           move "fecha del turno (AAAAMMDD)" to WS-NUMCHK-PROMPT.
           CALL "numchk" USING WS-NUMCHK-PROMPT WS-NUMCHK-VALOR.
           if WS-NUMCHK-VALOR < 19000101 or WS-NUMCHK-VALOR > 99991231
               display "fecha invalida, use AAAAMMDD"
               go to pedirFecha
           end-if.
           move WS-NUMCHK-VALOR to WS-FECHA-BUSCADA.
       pedirTurno.
           display "turno (M manana, T tarde, N noche)".
           ACCEPT WS-TURNO-BUSCADO.
           if WS-TURNO-BUSCADO not = "M" and WS-TURNO-BUSCADO not = "T"
               and WS-TURNO-BUSCADO not = "N"
               display "turno invalido, debe ser M, T o N"
               go to pedirTurno
           end-if.
      ******************************************************************
      * un turno cargado de nuevo reemplaza al anterior y queda sin
      * publicar hasta que se vuelva a publicar (y controlar).
      ******************************************************************
       cargarTurno.
           PERFORM pedirFecha.
           PERFORM pedirTurno.
           move spaces to TURNOS-REC.
           move WS-FECHA-BUSCADA to TU-FECHA.
           move WS-TURNO-BUSCADO to TU-TURNO.
           move "N" to WS-FIN-OPERADORES.
           display "operadores del turno, hasta 8 (blanco = fin)".
           PERFORM pedirOperador VARYING WS-OPER-IDX FROM 1 BY 1
               UNTIL WS-OPER-IDX > 8 OR WS-FIN-OPERADORES = "S".
           PERFORM pedirOpciones.
           move "N" to TU-PUBLICADO.
           move 0 to TU-FECHA-PUB.
           WRITE TURNOS-REC
               INVALID KEY
                   REWRITE TURNOS-REC
           END-WRITE.
           if WS-ESTADO-TURNOS = "00"
               display "turno " TU-FECHA " " TU-TURNO
                   " cargado, sin publicar"
               move "TURNO" to WS-AUDIT-CAMPO
               move TU-CLAVE to WS-AUDIT-VALOR
               move "cargado" to WS-AUDIT-RESULTADO
               PERFORM registraAuditoria
           else
               display "no se pudo grabar el turno, estado "
                   WS-ESTADO-TURNOS
           end-if.
       pedirOperador.
           display "operador " WS-OPER-IDX.
           ACCEPT WS-OPER-INGRESADO.
           if WS-OPER-INGRESADO = spaces
               move "S" to WS-FIN-OPERADORES
           else
               move WS-OPER-INGRESADO to TU-OPERADOR (WS-OPER-IDX)
           end-if.
       pedirOpciones.
           display "opciones del menu programadas en el turno, los"
               " digitos juntos (ej. 356, blanco = ninguna)".
           ACCEPT WS-OPCIONES-TEXTO.
           move spaces to TU-OPCIONES.
           PERFORM marcarOpcion VARYING WS-POS-IDX FROM 1 BY 1
               UNTIL WS-POS-IDX > 7.
       marcarOpcion.
           if WS-OPCIONES-TEXTO (WS-POS-IDX:1) >= "1"
               and WS-OPCIONES-TEXTO (WS-POS-IDX:1) <= "7"
               move WS-OPCIONES-TEXTO (WS-POS-IDX:1) to WS-DIGITO
               move "S" to TU-OPCION (WS-DIGITO)
           end-if.
      ******************************************************************
      * publicar = controlar la cobertura de cada turno de la fecha y
      * marcarlo publicado; las brechas no frenan la publicacion, se
      * escalan para que alguien las cubra antes del turno.
      ******************************************************************
       publicarFecha.
           PERFORM pedirFecha.
           move 0 to WS-CANT-PUBLICADOS.
           move "N" to WS-FIN-TURNOS.
           move WS-FECHA-BUSCADA to TU-FECHA.
           move low-values to TU-TURNO.
           START TURNOS KEY IS NOT LESS THAN TU-CLAVE
               INVALID KEY set FIN-TURNOS to true
           END-START.
           PERFORM publicarTurno UNTIL FIN-TURNOS.
           display "turnos publicados para " WS-FECHA-BUSCADA ": "
               WS-CANT-PUBLICADOS.
       publicarTurno.
           READ TURNOS NEXT RECORD
               AT END set FIN-TURNOS to true
               NOT AT END
                   if TU-FECHA not = WS-FECHA-BUSCADA
                       set FIN-TURNOS to true
                   else
                       display "control de cobertura del turno "
                           TU-FECHA " " TU-TURNO
                       CALL "turnolib" USING TURNOS-REC WS-BRECHAS
                       move "S" to TU-PUBLICADO
                       move WS-FECHA-HOY to TU-FECHA-PUB
                       REWRITE TURNOS-REC
                       add 1 to WS-CANT-PUBLICADOS
                       display "turno " TU-FECHA " " TU-TURNO
                           " publicado, brechas: " WS-BRECHAS
                       move "PUBLICA" to WS-AUDIT-CAMPO
                       move TU-CLAVE to WS-AUDIT-VALOR
                       move spaces to WS-AUDIT-RESULTADO
                       STRING "brechas=" WS-BRECHAS
                           DELIMITED BY SIZE INTO WS-AUDIT-RESULTADO
                       PERFORM registraAuditoria
                   end-if
           END-READ.
       listarTurnos.
           PERFORM pedirFecha.
           move 0 to WS-CANT-LISTADOS.
           move "N" to WS-FIN-TURNOS.
           move WS-FECHA-BUSCADA to TU-FECHA.
           move low-values to TU-TURNO.
           START TURNOS KEY IS NOT LESS THAN TU-CLAVE
               INVALID KEY set FIN-TURNOS to true
           END-START.
           display "fecha    t opciones pub operadores".
           PERFORM listarTurno UNTIL FIN-TURNOS.
           display "total de turnos: " WS-CANT-LISTADOS.
       listarTurno.
           READ TURNOS NEXT RECORD
               AT END set FIN-TURNOS to true
               NOT AT END
                   add 1 to WS-CANT-LISTADOS
                   display TU-FECHA " " TU-TURNO " " TU-OPCIONES
                       "  " TU-PUBLICADO "  " TU-OPERADOR (1) " "
                       TU-OPERADOR (2) " " TU-OPERADOR (3) " "
                       TU-OPERADOR (4)
                   if TU-OPERADOR (5) not = spaces
                       display "                        "
                           TU-OPERADOR (5) " " TU-OPERADOR (6) " "
                           TU-OPERADOR (7) " " TU-OPERADOR (8)
                   end-if
           END-READ.
       borrarTurno.
           PERFORM pedirFecha.
           PERFORM pedirTurno.
           move WS-FECHA-BUSCADA to TU-FECHA.
           move WS-TURNO-BUSCADO to TU-TURNO.
           DELETE TURNOS
               INVALID KEY
                   display "no existe el turno " WS-FECHA-BUSCADA " "
                       WS-TURNO-BUSCADO
               NOT INVALID KEY
                   display "turno " TU-FECHA " " TU-TURNO " borrado"
                   move "TURNO" to WS-AUDIT-CAMPO
                   move TU-CLAVE to WS-AUDIT-VALOR
                   move "borrado" to WS-AUDIT-RESULTADO
                   PERFORM registraAuditoria
           END-DELETE.
       registraAuditoria.
           CALL "auditlog" USING WS-AUDIT-PROGRAMA WS-AUDIT-CAMPO
               WS-AUDIT-VALOR WS-AUDIT-RESULTADO.
       END PROGRAM turnman.
