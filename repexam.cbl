      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: analisis de preguntas de examen - prueba1 deja cada
      *          respuesta de los examenes de CURRIC.DAT en RESPEXAM.DAT
      *          (legajo, modulo, secuencia de la pregunta, respuesta
      *          dada y acierto); este reporte las consolida para un
      *          rango de fechas: porcentaje de acierto por pregunta,
      *          las respuestas incorrectas mas repetidas de cada una,
      *          y las preguntas que casi todos fallan (mal redactadas
      *          o con la respuesta esperada equivocada) o que casi
      *          todos aciertan (no discriminan nada). Los umbrales
      *          salen de CONFIG.DAT (EXAMDIFICIL, EXAMFACIL y
      *          EXAMMINIMO, la cantidad minima de respuestas para
      *          marcar una pregunta) con respaldo compilado. El
      *          reporte queda en EXAMREP.DAT ademas de la pantalla y
      *          entra como seccion del paquete semanal del supervisor.
      * Tectonics: cobc -x -o repexam repexam.cbl numchk.cbl
      *            configlib.cbl auditlog.cbl fechalib.cbl
      * Modification History:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. repexam.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CURRICULUM ASSIGN TO "CURRIC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CURRICULUM.
           SELECT OPTIONAL RESPUESTAS ASSIGN TO "RESPEXAM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-RESPUESTAS.
           SELECT REPORTE ASSIGN TO "EXAMREP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CURRICULUM.
       01  CURRICULUM-REC.
           05  CU-MODULO           PIC X(04).
           05  FILLER              PIC X(01).
           05  CU-TIPO             PIC X(01).
           05  FILLER              PIC X(01).
           05  CU-SECUENCIA        PIC 9(03).
           05  FILLER              PIC X(01).
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
       FD  REPORTE.
       01  REPORTE-REC             PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-ESTADO-CURRICULUM    PIC X(02).
       01  WS-ESTADO-RESPUESTAS    PIC X(02).
       01  WS-FIN-CURRICULUM       PIC X(01) VALUE "N".
           88  FIN-CURRICULUM      VALUE "S".
       01  WS-FIN-RESPUESTAS       PIC X(01) VALUE "N".
           88  FIN-RESPUESTAS      VALUE "S".
       01  WS-FECHA-DESDE          PIC 9(08) VALUE 0.
       01  WS-FECHA-HASTA          PIC 9(08) VALUE 0.
      *    umbrales: porcentaje de acierto por debajo del cual la
      *    pregunta la fallan casi todos, por encima del cual la
      *    aciertan casi todos, y respuestas minimas para opinar
       01  WS-PCT-DIFICIL          PIC 9(03) VALUE 20.
       01  WS-PCT-FACIL            PIC 9(03) VALUE 95.
       01  WS-MINIMO-RESP          PIC 9(05) VALUE 5.
      *    preguntas del curriculum (registros Q) con sus contadores y
      *    las respuestas incorrectas distintas que se vieron
       01  WS-ITM-CANT             PIC 9(03) VALUE 0.
       01  WS-ITM-MAX              PIC 9(03) VALUE 200.
       01  WS-ITM-IDX              PIC 9(03) VALUE 0.
       01  WS-ITM-HALLADO          PIC 9(03) VALUE 0.
       01  WS-ITEMS-TABLA.
           05  WS-ITM-ENT OCCURS 200 TIMES.
               10  WS-ITM-MODULO       PIC X(04).
               10  WS-ITM-SECUENCIA    PIC 9(03).
               10  WS-ITM-TEXTO        PIC X(60).
               10  WS-ITM-ESPERADA     PIC X(10).
               10  WS-ITM-RESPUESTAS   PIC 9(05).
               10  WS-ITM-CORRECTAS    PIC 9(05).
               10  WS-ITM-PCT          PIC 9(03).
               10  WS-ITM-OTRAS        PIC 9(05).
               10  WS-ITM-MAL-CANT     PIC 9(02).
               10  WS-ITM-MAL OCCURS 10 TIMES.
                   15  WS-ITM-MAL-RESP     PIC X(10).
                   15  WS-ITM-MAL-VECES    PIC 9(05).
                   15  WS-ITM-MAL-LISTADO  PIC X(01).
       01  WS-MAL-MAX              PIC 9(02) VALUE 10.
       01  WS-MAL-IDX              PIC 9(02) VALUE 0.
       01  WS-MAL-HALLADO          PIC 9(02) VALUE 0.
       01  WS-MAL-MAYOR            PIC 9(02) VALUE 0.
       01  WS-MAL-PUESTO           PIC 9(02) VALUE 0.
       01  WS-MAL-TOPE             PIC 9(02) VALUE 3.
       01  WS-CANT-LEIDAS          PIC 9(07) VALUE 0.
       01  WS-CANT-EN-RANGO        PIC 9(07) VALUE 0.
       01  WS-CANT-DIFICILES       PIC 9(03) VALUE 0.
       01  WS-CANT-FACILES         PIC 9(03) VALUE 0.
       01  WS-MARCA                PIC X(08).
       01  WS-LINEA-REPORTE        PIC X(80) VALUE SPACES.
       01  WS-FECHA-HOY            PIC 9(08) VALUE 0.
       01  WS-CONFIG-CLAVE         PIC X(20).
       01  WS-CONFIG-VALOR         PIC X(10).
       01  WS-CONFIG-HALLADO       PIC X(01).
       01  WS-NUMCHK-PROMPT        PIC X(40).
       01  WS-NUMCHK-VALOR         PIC 9(09).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "fechalib" USING WS-FECHA-HOY.
           display "analisis de preguntas de examen".
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
           PERFORM leerUmbrales.
           PERFORM cargarPreguntas.
           if WS-ITM-CANT = 0
               display "no hay preguntas en CURRIC.DAT, no se puede"
                   " armar el reporte"
               STOP RUN
           end-if.
           OPEN INPUT RESPUESTAS.
           if WS-ESTADO-RESPUESTAS not = "00"
               CLOSE RESPUESTAS
               display "no hay RESPEXAM.DAT para analizar"
               STOP RUN
           end-if.
           PERFORM leerRespuesta UNTIL FIN-RESPUESTAS.
           CLOSE RESPUESTAS.
           OPEN OUTPUT REPORTE.
           PERFORM imprimeReporte.
           CLOSE REPORTE.
           display "analisis de preguntas generado en EXAMREP.DAT ("
               WS-CANT-EN-RANGO " respuestas de " WS-CANT-LEIDAS ")".
           STOP RUN.
       leerUmbrales.
           move "EXAMDIFICIL" to WS-CONFIG-CLAVE.
           CALL "configlib" USING WS-CONFIG-CLAVE WS-CONFIG-VALOR
               WS-CONFIG-HALLADO.
           if WS-CONFIG-HALLADO = "S"
               and WS-CONFIG-VALOR (1:3) is NUMERIC
               move WS-CONFIG-VALOR (1:3) to WS-PCT-DIFICIL
           end-if.
           move "EXAMFACIL" to WS-CONFIG-CLAVE.
           CALL "configlib" USING WS-CONFIG-CLAVE WS-CONFIG-VALOR
               WS-CONFIG-HALLADO.
           if WS-CONFIG-HALLADO = "S"
               and WS-CONFIG-VALOR (1:3) is NUMERIC
               move WS-CONFIG-VALOR (1:3) to WS-PCT-FACIL
           end-if.
           move "EXAMMINIMO" to WS-CONFIG-CLAVE.
           CALL "configlib" USING WS-CONFIG-CLAVE WS-CONFIG-VALOR
               WS-CONFIG-HALLADO.
           if WS-CONFIG-HALLADO = "S"
               and WS-CONFIG-VALOR (1:5) is NUMERIC
               move WS-CONFIG-VALOR (1:5) to WS-MINIMO-RESP
           end-if.
       cargarPreguntas.
           OPEN INPUT CURRICULUM.
           if WS-ESTADO-CURRICULUM = "00"
               PERFORM leerPreguntaCurric UNTIL FIN-CURRICULUM
           end-if.
           CLOSE CURRICULUM.
       leerPreguntaCurric.
           READ CURRICULUM
               AT END set FIN-CURRICULUM to true
               NOT AT END
                   if CU-TIPO = "Q"
                       move CU-MODULO to RE-MODULO
                       move CU-SECUENCIA to RE-SECUENCIA
                       PERFORM agregarPregunta
                       if WS-ITM-HALLADO not = 0
                           move CU-TEXTO
                               to WS-ITM-TEXTO (WS-ITM-HALLADO)
                           move CU-RESPUESTA
                               to WS-ITM-ESPERADA (WS-ITM-HALLADO)
                       end-if
                   end-if
           END-READ.
      ******************************************************************
      * alta de una pregunta en la tabla (modulo y secuencia tomados de
      * RE-MODULO / RE-SECUENCIA); deja WS-ITM-HALLADO en cero si la
      * tabla esta llena.
      ******************************************************************
       agregarPregunta.
           move 0 to WS-ITM-HALLADO.
           if WS-ITM-CANT < WS-ITM-MAX
               add 1 to WS-ITM-CANT
               move WS-ITM-CANT to WS-ITM-HALLADO
               move RE-MODULO to WS-ITM-MODULO (WS-ITM-HALLADO)
               move RE-SECUENCIA to WS-ITM-SECUENCIA (WS-ITM-HALLADO)
               move spaces to WS-ITM-TEXTO (WS-ITM-HALLADO)
               move spaces to WS-ITM-ESPERADA (WS-ITM-HALLADO)
               move 0 to WS-ITM-RESPUESTAS (WS-ITM-HALLADO)
               move 0 to WS-ITM-CORRECTAS (WS-ITM-HALLADO)
               move 0 to WS-ITM-PCT (WS-ITM-HALLADO)
               move 0 to WS-ITM-OTRAS (WS-ITM-HALLADO)
               move 0 to WS-ITM-MAL-CANT (WS-ITM-HALLADO)
           else
               display "repexam: mas de " WS-ITM-MAX
                   " preguntas, se ignora " RE-MODULO " " RE-SECUENCIA
           end-if.
       leerRespuesta.
           READ RESPUESTAS
               AT END set FIN-RESPUESTAS to true
               NOT AT END
                   add 1 to WS-CANT-LEIDAS
                   if RE-FECHA not < WS-FECHA-DESDE
                       and RE-FECHA not > WS-FECHA-HASTA
                       PERFORM acumularRespuesta
                   end-if
           END-READ.
      ******************************************************************
      * una respuesta a una pregunta que ya no esta en el curriculum
      * (se saco o se renumero) igual se cuenta, con la observacion en
      * lugar del texto.
      ******************************************************************
       acumularRespuesta.
           add 1 to WS-CANT-EN-RANGO.
           PERFORM ubicarPregunta.
           if WS-ITM-HALLADO = 0
               PERFORM agregarPregunta
               if WS-ITM-HALLADO not = 0
                   move "(ya no esta en CURRIC.DAT)"
                       to WS-ITM-TEXTO (WS-ITM-HALLADO)
               end-if
           end-if.
           if WS-ITM-HALLADO not = 0
               add 1 to WS-ITM-RESPUESTAS (WS-ITM-HALLADO)
               if RE-ACIERTO = "S"
                   add 1 to WS-ITM-CORRECTAS (WS-ITM-HALLADO)
               else
                   PERFORM anotarIncorrecta
               end-if
           end-if.
       ubicarPregunta.
           move 0 to WS-ITM-HALLADO.
           PERFORM buscarPregunta VARYING WS-ITM-IDX FROM 1 BY 1
               UNTIL WS-ITM-IDX > WS-ITM-CANT OR WS-ITM-HALLADO > 0.
       buscarPregunta.
           if WS-ITM-MODULO (WS-ITM-IDX) = RE-MODULO
               and WS-ITM-SECUENCIA (WS-ITM-IDX) = RE-SECUENCIA
               move WS-ITM-IDX to WS-ITM-HALLADO
           end-if.
       anotarIncorrecta.
           move 0 to WS-MAL-HALLADO.
           PERFORM buscarIncorrecta VARYING WS-MAL-IDX FROM 1 BY 1
               UNTIL WS-MAL-IDX > WS-ITM-MAL-CANT (WS-ITM-HALLADO)
               OR WS-MAL-HALLADO > 0.
           if WS-MAL-HALLADO = 0
               if WS-ITM-MAL-CANT (WS-ITM-HALLADO) < WS-MAL-MAX
                   add 1 to WS-ITM-MAL-CANT (WS-ITM-HALLADO)
                   move WS-ITM-MAL-CANT (WS-ITM-HALLADO)
                       to WS-MAL-HALLADO
                   move RE-RESPUESTA to WS-ITM-MAL-RESP
                       (WS-ITM-HALLADO WS-MAL-HALLADO)
                   move 0 to WS-ITM-MAL-VECES
                       (WS-ITM-HALLADO WS-MAL-HALLADO)
               else
                   add 1 to WS-ITM-OTRAS (WS-ITM-HALLADO)
               end-if
           end-if.
           if WS-MAL-HALLADO not = 0
               add 1 to WS-ITM-MAL-VECES
                   (WS-ITM-HALLADO WS-MAL-HALLADO)
           end-if.
       buscarIncorrecta.
           if WS-ITM-MAL-RESP (WS-ITM-HALLADO WS-MAL-IDX)
               = RE-RESPUESTA
               move WS-MAL-IDX to WS-MAL-HALLADO
           end-if.
      ******************************************************************
      * los renglones del reporte no pasan de 60 posiciones, que es lo
      * que el paquete semanal copia de cada seccion.
      ******************************************************************
       imprimeReporte.
           move spaces to WS-LINEA-REPORTE.
           STRING "preguntas de examen del " WS-FECHA-DESDE
                  " al " WS-FECHA-HASTA
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE.
           PERFORM grabaLinea.
           move spaces to WS-LINEA-REPORTE.
           STRING "DIFICIL < " WS-PCT-DIFICIL
                  "% FACIL > " WS-PCT-FACIL "% con "
                  WS-MINIMO-RESP " resp. o mas"
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE.
           PERFORM grabaLinea.
           PERFORM imprimePregunta VARYING WS-ITM-IDX FROM 1 BY 1
               UNTIL WS-ITM-IDX > WS-ITM-CANT.
           move spaces to WS-LINEA-REPORTE.
           PERFORM grabaLinea.
           move "preguntas que casi todos fallan:" to WS-LINEA-REPORTE.
           PERFORM grabaLinea.
           move "DIFICIL" to WS-MARCA.
           PERFORM imprimeMarcada VARYING WS-ITM-IDX FROM 1 BY 1
               UNTIL WS-ITM-IDX > WS-ITM-CANT.
           if WS-CANT-DIFICILES = 0
               move "  ninguna" to WS-LINEA-REPORTE
               PERFORM grabaLinea
           end-if.
           move "preguntas que casi todos aciertan:"
               to WS-LINEA-REPORTE.
           PERFORM grabaLinea.
           move "FACIL" to WS-MARCA.
           PERFORM imprimeMarcada VARYING WS-ITM-IDX FROM 1 BY 1
               UNTIL WS-ITM-IDX > WS-ITM-CANT.
           if WS-CANT-FACILES = 0
               move "  ninguna" to WS-LINEA-REPORTE
               PERFORM grabaLinea
           end-if.
       imprimePregunta.
           PERFORM calcularMarca.
           move spaces to WS-LINEA-REPORTE.
           STRING WS-ITM-MODULO (WS-ITM-IDX) " "
                  WS-ITM-SECUENCIA (WS-ITM-IDX)
                  " resp=" WS-ITM-RESPUESTAS (WS-ITM-IDX)
                  " ok=" WS-ITM-CORRECTAS (WS-ITM-IDX)
                  " " WS-ITM-PCT (WS-ITM-IDX) "% " WS-MARCA
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE.
           PERFORM grabaLinea.
           move spaces to WS-LINEA-REPORTE.
           STRING "  " WS-ITM-TEXTO (WS-ITM-IDX) (1:58)
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE.
           PERFORM grabaLinea.
           PERFORM limpiarListado VARYING WS-MAL-IDX FROM 1 BY 1
               UNTIL WS-MAL-IDX > WS-ITM-MAL-CANT (WS-ITM-IDX).
           PERFORM imprimeIncorrecta VARYING WS-MAL-PUESTO FROM 1 BY 1
               UNTIL WS-MAL-PUESTO > WS-MAL-TOPE
               OR WS-MAL-PUESTO > WS-ITM-MAL-CANT (WS-ITM-IDX).
           if WS-ITM-OTRAS (WS-ITM-IDX) > 0
               move spaces to WS-LINEA-REPORTE
               STRING "    otras respuestas incorrectas x"
                      WS-ITM-OTRAS (WS-ITM-IDX)
                      DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               PERFORM grabaLinea
           end-if.
      ******************************************************************
      * porcentaje de acierto y marca; con menos respuestas que el
      * minimo no se marca, el porcentaje de pocos casos no dice nada.
      ******************************************************************
       calcularMarca.
           move spaces to WS-MARCA.
           move 0 to WS-ITM-PCT (WS-ITM-IDX).
           if WS-ITM-RESPUESTAS (WS-ITM-IDX) > 0
               compute WS-ITM-PCT (WS-ITM-IDX) =
                   WS-ITM-CORRECTAS (WS-ITM-IDX) * 100
                   / WS-ITM-RESPUESTAS (WS-ITM-IDX)
           end-if.
           if WS-ITM-RESPUESTAS (WS-ITM-IDX) > 0
               and WS-ITM-RESPUESTAS (WS-ITM-IDX) not < WS-MINIMO-RESP
               if WS-ITM-PCT (WS-ITM-IDX) < WS-PCT-DIFICIL
                   move "DIFICIL" to WS-MARCA
                   add 1 to WS-CANT-DIFICILES
               end-if
               if WS-ITM-PCT (WS-ITM-IDX) > WS-PCT-FACIL
                   move "FACIL" to WS-MARCA
                   add 1 to WS-CANT-FACILES
               end-if
           end-if.
       limpiarListado.
           move "N" to WS-ITM-MAL-LISTADO (WS-ITM-IDX WS-MAL-IDX).
      ******************************************************************
      * las incorrectas mas repetidas salen por seleccion: en cada
      * vuelta la de mas veces entre las que todavia no se listaron.
      ******************************************************************
       imprimeIncorrecta.
           move 0 to WS-MAL-MAYOR.
           PERFORM elegirIncorrecta VARYING WS-MAL-IDX FROM 1 BY 1
               UNTIL WS-MAL-IDX > WS-ITM-MAL-CANT (WS-ITM-IDX).
           if WS-MAL-MAYOR not = 0
               move "S" to WS-ITM-MAL-LISTADO (WS-ITM-IDX WS-MAL-MAYOR)
               move spaces to WS-LINEA-REPORTE
               STRING "    incorrecta "
                      WS-ITM-MAL-RESP (WS-ITM-IDX WS-MAL-MAYOR)
                      " x" WS-ITM-MAL-VECES (WS-ITM-IDX WS-MAL-MAYOR)
                      DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               PERFORM grabaLinea
           end-if.
       elegirIncorrecta.
           if WS-ITM-MAL-LISTADO (WS-ITM-IDX WS-MAL-IDX) = "N"
               if WS-MAL-MAYOR = 0
                   move WS-MAL-IDX to WS-MAL-MAYOR
               else
                   if WS-ITM-MAL-VECES (WS-ITM-IDX WS-MAL-IDX)
                       > WS-ITM-MAL-VECES (WS-ITM-IDX WS-MAL-MAYOR)
                       move WS-MAL-IDX to WS-MAL-MAYOR
                   end-if
               end-if
           end-if.
       imprimeMarcada.
           if WS-ITM-RESPUESTAS (WS-ITM-IDX) not < WS-MINIMO-RESP
               and WS-ITM-RESPUESTAS (WS-ITM-IDX) > 0
               and ((WS-MARCA = "DIFICIL"
                   and WS-ITM-PCT (WS-ITM-IDX) < WS-PCT-DIFICIL)
                   or (WS-MARCA = "FACIL"
                   and WS-ITM-PCT (WS-ITM-IDX) > WS-PCT-FACIL))
               move spaces to WS-LINEA-REPORTE
               STRING "  " WS-ITM-MODULO (WS-ITM-IDX) " "
                      WS-ITM-SECUENCIA (WS-ITM-IDX) " "
                      WS-ITM-PCT (WS-ITM-IDX) "% "
                      WS-ITM-TEXTO (WS-ITM-IDX) (1:44)
                      DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               PERFORM grabaLinea
           end-if.
       grabaLinea.
           WRITE REPORTE-REC FROM WS-LINEA-REPORTE.
           display WS-LINEA-REPORTE.
       END PROGRAM repexam.
