      * Tectonics: cobc -x -o excmant excmant.cbl auditlog.cbl
      *            fechalib.cbl numchk.cbl
      * Modification History:
      *   15/10/2026 - gestion de problemas sobre los casos: los casos
      *                del mismo programa y el mismo texto (con las
      *                cifras enmascaradas) se agrupan solos bajo un
      *                problema de PROBMAST.DAT, con el vinculo caso a
      *                problema en PROBCASO.DAT; un supervisor puede
      *                vincular a mano. El problema lleva categoria de
      *                causa raiz, dueno, estado (ABIERTO, ERROR
      *                CONOCIDO, CERRADO) y estado del arreglo
      *                definitivo. Un caso nuevo de un error conocido
      *                llega etiquetado asi; uno de un problema CERRADO
      *                llega como REAPARECIDO y reabre el problema. El
      *                Pareto mensual lo arma probpar.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. excmant.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-ID
               FILE STATUS IS WS-ESTADO-OPERMAST.
           SELECT PROBLEMAS ASSIGN TO "PROBMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PB-ID
               FILE STATUS IS WS-ESTADO-PROBLEMAS.
           SELECT VINCULOS ASSIGN TO "PROBCASO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-CASO
               FILE STATUS IS WS-ESTADO-VINCULOS.
           SELECT REPORTE ASSIGN TO "EXCAGREP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           05  OP-ROL              PIC X(10).
           05  OP-ACTIVO           PIC X(01).
           05  OP-NIVEL            PIC 9(02).
      *    problema: agrupa casos del mismo programa y patron de texto
      *    (EC-TEXTO con las cifras cambiadas por #)
       FD  PROBLEMAS.
       01  PROBLEMAS-REC.
           05  PB-ID               PIC 9(04).
           05  PB-PROGRAMA         PIC X(15).
           05  PB-PATRON           PIC X(55).
           05  PB-TITULO           PIC X(40).
           05  PB-CATEGORIA        PIC X(12).
           05  PB-DUENO            PIC X(10).
           05  PB-ESTADO           PIC X(15).
           05  PB-ARREGLO          PIC X(10).
           05  PB-CASOS            PIC 9(05).
           05  PB-FECHA-ALTA       PIC 9(08).
           05  PB-FECHA-ESTADO     PIC 9(08).
           05  PB-ACTUALIZADO-POR  PIC X(10).
           05  FILLER              PIC X(08).
      *    vinculo caso a problema: A = automatico, M = manual
       FD  VINCULOS.
       01  VINCULOS-REC.
           05  PC-CASO             PIC 9(04).
           05  PC-PROBLEMA         PIC 9(04).
           05  PC-VINCULO          PIC X(01).
           05  PC-ETIQUETA         PIC X(15).
           05  PC-FECHA            PIC 9(08).
           05  PC-POR              PIC X(10).
           05  FILLER              PIC X(10).
       FD  REPORTE.
       01  REPORTE-REC             PIC X(100).
       WORKING-STORAGE SECTION.
       01  WS-ESTADO-CASOS         PIC X(02).
       01  WS-ESTADO-EXCTALLER     PIC X(02).
       01  WS-ESTADO-OPERMAST      PIC X(02).
       01  WS-ESTADO-PROBLEMAS     PIC X(02).
       01  WS-ESTADO-VINCULOS      PIC X(02).
       01  WS-OPCION               PIC 9(01) VALUE 0.
       01  WS-SALIR                PIC X(01) VALUE "N".
           88  SALIR-MANT          VALUE "S".
       01  WS-AUDIT-RESULTADO      PIC X(20).
       01  WS-NUMCHK-PROMPT        PIC X(40).
       01  WS-NUMCHK-VALOR         PIC 9(09).
      *    gestion de problemas
       01  WS-FIN-PROBLEMAS        PIC X(01) VALUE "N".
           88  FIN-PROBLEMAS       VALUE "S".
       01  WS-PATRON               PIC X(55).
       01  WS-OPERADOR             PIC X(10).
       01  WS-CASO                 PIC 9(04) VALUE 0.
       01  WS-PROBLEMA             PIC 9(04) VALUE 0.
       01  WS-PROBLEMA-ANTERIOR    PIC 9(04) VALUE 0.
       01  WS-ULTIMO-PROBLEMA      PIC 9(04) VALUE 0.
       01  WS-TIPO-VINCULO         PIC X(01).
       01  WS-ETIQUETA             PIC X(15).
       01  WS-CANT-VINCULADOS      PIC 9(05) VALUE 0.
       01  WS-CANT-PROBLEMAS-NUEVOS PIC 9(05) VALUE 0.
       01  WS-CANT-CONOCIDOS       PIC 9(05) VALUE 0.
       01  WS-ELECCION             PIC 9(01) VALUE 0.
       01  WS-TEXTO-NUEVO          PIC X(40).
      *    categorias de causa raiz
       01  WS-CATEGORIAS-INIC.
           05  FILLER  PIC X(12) VALUE "DATOS".
           05  FILLER  PIC X(12) VALUE "PROGRAMA".
           05  FILLER  PIC X(12) VALUE "CONFIG".
           05  FILLER  PIC X(12) VALUE "OPERACION".
           05  FILLER  PIC X(12) VALUE "INFRAESTRUC".
           05  FILLER  PIC X(12) VALUE "EXTERNO".
           05  FILLER  PIC X(12) VALUE "SIN ASIGNAR".
       01  WS-CATEGORIAS REDEFINES WS-CATEGORIAS-INIC.
           05  WS-CATEGORIA OCCURS 7 TIMES PIC X(12).
       01  WS-CAT-IDX              PIC 9(01) VALUE 0.
      *    problemas en memoria para el agrupamiento
       01  WS-PB-CANT              PIC 9(04) VALUE 0.
       01  WS-PB-MAX               PIC 9(04) VALUE 500.
       01  WS-PB-IDX               PIC 9(04) VALUE 0.
       01  WS-PB-HALLADO           PIC 9(04) VALUE 0.
       01  WS-PB-TABLA.
           05  WS-PB-ENT OCCURS 500 TIMES.
               10  WS-PB-ID            PIC 9(04).
               10  WS-PB-PROGRAMA      PIC X(15).
               10  WS-PB-PATRON        PIC X(55).
               10  WS-PB-ESTADO        PIC X(15).
      *    casos sin problema vistos en la pasada, para formar pares
       01  WS-SL-CANT              PIC 9(04) VALUE 0.
       01  WS-SL-MAX               PIC 9(04) VALUE 2000.
       01  WS-SL-IDX               PIC 9(04) VALUE 0.
       01  WS-SL-HALLADO           PIC 9(04) VALUE 0.
       01  WS-SL-TABLA.
           05  WS-SL-ENT OCCURS 2000 TIMES.
               10  WS-SL-CASO          PIC 9(04).
               10  WS-SL-PROGRAMA      PIC X(15).
               10  WS-SL-PATRON        PIC X(55).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "fechalib" USING WS-FECHA-HOY.
                   WS-ESTADO-CASOS
               STOP RUN
           end-if.
           OPEN I-O PROBLEMAS.
           if WS-ESTADO-PROBLEMAS = "35"
               OPEN OUTPUT PROBLEMAS
               CLOSE PROBLEMAS
               OPEN I-O PROBLEMAS
           end-if.
           OPEN I-O VINCULOS.
           if WS-ESTADO-VINCULOS = "35"
               OPEN OUTPUT VINCULOS
               CLOSE VINCULOS
               OPEN I-O VINCULOS
           end-if.
           if WS-ESTADO-PROBLEMAS not = "00"
               or WS-ESTADO-VINCULOS not = "00"
               display "no se pudo abrir PROBMAST.DAT/PROBCASO.DAT,"
                   " estado " WS-ESTADO-PROBLEMAS "/"
                   WS-ESTADO-VINCULOS
               STOP RUN
           end-if.
           PERFORM menuCasos UNTIL SALIR-MANT.
           CLOSE VINCULOS.
           CLOSE PROBLEMAS.
           CLOSE CASOS.
           STOP RUN.
       menuCasos.
           display "  3 - resolver un caso".
           display "  4 - listar casos abiertos".
           display "  5 - reporte de antiguedad (EXCAGREP.DAT)".
           display "  6 - listar problemas".
           display "  7 - actualizar un problema (categoria, dueno,"
               " estado, arreglo)".
           display "  8 - vincular un caso a un problema (supervisor)".
           display "  9 - agrupar casos sin problema".
           display "  0 - salir".
           move "ingrese opcion (0-9)" to WS-NUMCHK-PROMPT.
           CALL "numchk" USING WS-NUMCHK-PROMPT WS-NUMCHK-VALOR.
           move WS-NUMCHK-VALOR to WS-OPCION.
           evaluate WS-OPCION
                   PERFORM listarAbiertos
               when 5
                   PERFORM reporteAntiguedad
               when 6
                   PERFORM listarProblemas
               when 7
                   PERFORM actualizarProblema THRU
                       actualizarProblema-fin
               when 8
                   PERFORM vincularCaso THRU vincularCaso-fin
               when 9
                   PERFORM agruparCasos
               when other
                   display "opcion invalida"
           end-evaluate.
           end-if.
           CLOSE EXCEP-TALLER.
           display WS-CANT-CARGADAS " excepciones cargadas como NUEVA".
           PERFORM agruparCasos.
       cargarRenglon.
           READ EXCEP-TALLER
               AT END set FIN-TALLER to true
                       display EC-ID " " EC-FECHA " " EC-PROGRAMA
                           " " EC-ESTADO " " EC-OPERADOR
                       display "     " EC-TEXTO
                       move EC-ID to PC-CASO
                       READ VINCULOS
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               display "     problema " PC-PROBLEMA
                                   " " PC-ETIQUETA
                       END-READ
                   end-if
           END-READ.
      ******************************************************************
                       end-if
                   end-if
           END-READ.
      ******************************************************************
      * agrupamiento: cada caso sin problema se vincula al problema de
      * su mismo programa y patron; si no hay problema pero ya paso
      * otro caso suelto igual, se abre un problema nuevo con los dos
      ******************************************************************
       agruparCasos.
           move 0 to WS-CANT-VINCULADOS WS-CANT-PROBLEMAS-NUEVOS
               WS-CANT-CONOCIDOS WS-PB-CANT WS-SL-CANT
               WS-ULTIMO-PROBLEMA.
           move "N" to WS-FIN-PROBLEMAS.
           move 0 to PB-ID.
           START PROBLEMAS KEY IS NOT LESS THAN PB-ID
               INVALID KEY set FIN-PROBLEMAS to true
           END-START.
           PERFORM cargarProblema UNTIL FIN-PROBLEMAS.
           move "N" to WS-FIN-CASOS.
           move 0 to EC-ID.
           START CASOS KEY IS NOT LESS THAN EC-ID
               INVALID KEY set FIN-CASOS to true
           END-START.
           PERFORM agruparCaso UNTIL FIN-CASOS.
           display "agrupamiento: " WS-CANT-VINCULADOS
               " casos vinculados, " WS-CANT-PROBLEMAS-NUEVOS
               " problemas nuevos, " WS-CANT-CONOCIDOS
               " de error conocido".
       cargarProblema.
           READ PROBLEMAS NEXT
               AT END set FIN-PROBLEMAS to true
               NOT AT END
                   move PB-ID to WS-ULTIMO-PROBLEMA
                   if WS-PB-CANT < WS-PB-MAX
                       add 1 to WS-PB-CANT
                       move PB-ID to WS-PB-ID (WS-PB-CANT)
                       move PB-PROGRAMA to WS-PB-PROGRAMA (WS-PB-CANT)
                       move PB-PATRON to WS-PB-PATRON (WS-PB-CANT)
                       move PB-ESTADO to WS-PB-ESTADO (WS-PB-CANT)
                   end-if
           END-READ.
       agruparCaso.
           READ CASOS NEXT
               AT END set FIN-CASOS to true
               NOT AT END
                   move EC-ID to PC-CASO
                   READ VINCULOS
                       INVALID KEY PERFORM ubicarCaso
                   END-READ
           END-READ.
       ubicarCaso.
           move EC-TEXTO to WS-PATRON.
           INSPECT WS-PATRON CONVERTING "0123456789"
               TO "##########".
           move 0 to WS-PB-HALLADO.
           PERFORM buscarProblemaTabla VARYING WS-PB-IDX FROM 1 BY 1
               UNTIL WS-PB-IDX > WS-PB-CANT or WS-PB-HALLADO > 0.
           if WS-PB-HALLADO > 0
               PERFORM vincularAProblema
           else
               move 0 to WS-SL-HALLADO
               PERFORM buscarSueltoTabla VARYING WS-SL-IDX FROM 1 BY 1
                   UNTIL WS-SL-IDX > WS-SL-CANT or WS-SL-HALLADO > 0
               if WS-SL-HALLADO > 0
                   PERFORM crearProblema
               else
                   if WS-SL-CANT < WS-SL-MAX
                       add 1 to WS-SL-CANT
                       move EC-ID to WS-SL-CASO (WS-SL-CANT)
                       move EC-PROGRAMA to WS-SL-PROGRAMA (WS-SL-CANT)
                       move WS-PATRON to WS-SL-PATRON (WS-SL-CANT)
                   end-if
               end-if
           end-if.
       buscarProblemaTabla.
           if WS-PB-PROGRAMA (WS-PB-IDX) = EC-PROGRAMA
               and WS-PB-PATRON (WS-PB-IDX) = WS-PATRON
               move WS-PB-IDX to WS-PB-HALLADO
           end-if.
       buscarSueltoTabla.
           if WS-SL-PROGRAMA (WS-SL-IDX) = EC-PROGRAMA
               and WS-SL-PATRON (WS-SL-IDX) = WS-PATRON
               move WS-SL-IDX to WS-SL-HALLADO
           end-if.
      *    un caso nuevo de un error conocido llega etiquetado asi; uno
      *    de un problema CERRADO llega como REAPARECIDO y lo reabre
       vincularAProblema.
           move WS-PB-ID (WS-PB-HALLADO) to PB-ID.
           READ PROBLEMAS
               INVALID KEY
                   display "no existe el problema " PB-ID
               NOT INVALID KEY
                   move spaces to WS-ETIQUETA
                   if PB-ESTADO = "ERROR CONOCIDO"
                       move "ERROR CONOCIDO" to WS-ETIQUETA
                       add 1 to WS-CANT-CONOCIDOS
                       display "caso " EC-ID ": ERROR CONOCIDO,"
                           " problema " PB-ID
                   end-if
                   if PB-ESTADO = "CERRADO"
                       move "REAPARECIDO" to WS-ETIQUETA
                       move "ABIERTO" to PB-ESTADO
                       move "ABIERTO" to WS-PB-ESTADO (WS-PB-HALLADO)
                       move WS-FECHA-HOY to PB-FECHA-ESTADO
                       move "AUTOMATICO" to PB-ACTUALIZADO-POR
                       display "caso " EC-ID ": REAPARECIDO, se reabre"
                           " el problema " PB-ID
                   end-if
                   add 1 to PB-CASOS
                   REWRITE PROBLEMAS-REC
                   move EC-ID to WS-CASO
                   move PB-ID to WS-PROBLEMA
                   move "A" to WS-TIPO-VINCULO
                   move "AUTOMATICO" to WS-OPERADOR
                   PERFORM grabarVinculo
           END-READ.
       crearProblema.
           if WS-PB-CANT not < WS-PB-MAX
               display "tabla de problemas llena, el caso " EC-ID
                   " queda sin problema"
           else
               add 1 to WS-ULTIMO-PROBLEMA
               move spaces to PROBLEMAS-REC
               move WS-ULTIMO-PROBLEMA to PB-ID
               move EC-PROGRAMA to PB-PROGRAMA
               move WS-PATRON to PB-PATRON
               move EC-TEXTO to PB-TITULO
               move "SIN ASIGNAR" to PB-CATEGORIA
               move spaces to PB-DUENO
               move "ABIERTO" to PB-ESTADO
               move "PENDIENTE" to PB-ARREGLO
               move 2 to PB-CASOS
               move WS-FECHA-HOY to PB-FECHA-ALTA PB-FECHA-ESTADO
               move "AUTOMATICO" to PB-ACTUALIZADO-POR
               WRITE PROBLEMAS-REC
                   INVALID KEY
                       display "no se pudo crear el problema " PB-ID
                           ", estado " WS-ESTADO-PROBLEMAS
               END-WRITE
               if WS-ESTADO-PROBLEMAS = "00"
                   add 1 to WS-CANT-PROBLEMAS-NUEVOS
                   add 1 to WS-PB-CANT
                   move PB-ID to WS-PB-ID (WS-PB-CANT)
                   move PB-PROGRAMA to WS-PB-PROGRAMA (WS-PB-CANT)
                   move PB-PATRON to WS-PB-PATRON (WS-PB-CANT)
                   move PB-ESTADO to WS-PB-ESTADO (WS-PB-CANT)
                   move PB-ID to WS-PROBLEMA
                   move spaces to WS-ETIQUETA
                   move "A" to WS-TIPO-VINCULO
                   move "AUTOMATICO" to WS-OPERADOR
                   move WS-SL-CASO (WS-SL-HALLADO) to WS-CASO
                   PERFORM grabarVinculo
                   move EC-ID to WS-CASO
                   PERFORM grabarVinculo
               end-if
           end-if.
       grabarVinculo.
           move spaces to VINCULOS-REC.
           move WS-CASO to PC-CASO.
           move WS-PROBLEMA to PC-PROBLEMA.
           move WS-TIPO-VINCULO to PC-VINCULO.
           move WS-ETIQUETA to PC-ETIQUETA.
           move WS-FECHA-HOY to PC-FECHA.
           move WS-OPERADOR to PC-POR.
           WRITE VINCULOS-REC
               INVALID KEY
                   display "no se pudo vincular el caso " PC-CASO
                       ", estado " WS-ESTADO-VINCULOS
           END-WRITE.
           if WS-ESTADO-VINCULOS = "00"
               add 1 to WS-CANT-VINCULADOS
           end-if.
       listarProblemas.
           move "N" to WS-FIN-PROBLEMAS.
           move 0 to PB-ID.
           START PROBLEMAS KEY IS NOT LESS THAN PB-ID
               INVALID KEY set FIN-PROBLEMAS to true
           END-START.
           display "ID   PROGRAMA        ESTADO          ARREGLO"
               "    CASOS".
           PERFORM listarProblema UNTIL FIN-PROBLEMAS.
       listarProblema.
           READ PROBLEMAS NEXT
               AT END set FIN-PROBLEMAS to true
               NOT AT END
                   display PB-ID " " PB-PROGRAMA " " PB-ESTADO " "
                       PB-ARREGLO " " PB-CASOS
                   display "     " PB-CATEGORIA " " PB-DUENO " "
                       PB-TITULO
           END-READ.
      ******************************************************************
      * mantenimiento de un problema: categoria de causa raiz, dueno,
      * estado del arreglo definitivo, estado y titulo. Solo se cierra
      * un problema con el arreglo APLICADO.
      ******************************************************************
       actualizarProblema.
           display "id del operador que actualiza".
           ACCEPT WS-OPER-ASIGNADO.
           PERFORM buscarOperador.
           if WS-OPER-VALIDO not = "S"
               display "operador desconocido o inactivo"
               GO TO actualizarProblema-fin
           end-if.
           move WS-OPER-ASIGNADO to WS-OPERADOR.
           move "id del problema" to WS-NUMCHK-PROMPT.
           CALL "numchk" USING WS-NUMCHK-PROMPT WS-NUMCHK-VALOR.
           move WS-NUMCHK-VALOR to PB-ID.
           READ PROBLEMAS
               INVALID KEY
                   display "no existe el problema " PB-ID
                   GO TO actualizarProblema-fin
           END-READ.
           display PB-ID " " PB-PROGRAMA " " PB-ESTADO " " PB-ARREGLO.
           display "     " PB-CATEGORIA " " PB-DUENO " " PB-TITULO.
           PERFORM mostrarCategoria VARYING WS-CAT-IDX FROM 1 BY 1
               UNTIL WS-CAT-IDX > 7.
           move "categoria (1-7, 0 = sin cambio)" to WS-NUMCHK-PROMPT.
           CALL "numchk" USING WS-NUMCHK-PROMPT WS-NUMCHK-VALOR.
           if WS-NUMCHK-VALOR >= 1 and WS-NUMCHK-VALOR <= 7
               move WS-NUMCHK-VALOR to WS-CAT-IDX
               move WS-CATEGORIA (WS-CAT-IDX) to PB-CATEGORIA
           end-if.
           display "dueno (id de operador, en blanco = sin cambio)".
           ACCEPT WS-OPER-ASIGNADO.
           if WS-OPER-ASIGNADO not = spaces
               PERFORM buscarOperador
               if WS-OPER-VALIDO = "S"
                   move WS-OPER-ASIGNADO to PB-DUENO
               else
                   display "dueno desconocido o inactivo, no se cambia"
               end-if
           end-if.
           display "arreglo: 1 PENDIENTE  2 EN CURSO  3 APLICADO".
           move "arreglo (1-3, 0 = sin cambio)" to WS-NUMCHK-PROMPT.
           CALL "numchk" USING WS-NUMCHK-PROMPT WS-NUMCHK-VALOR.
           evaluate WS-NUMCHK-VALOR
               when 1
                   move "PENDIENTE" to PB-ARREGLO
               when 2
                   move "EN CURSO" to PB-ARREGLO
               when 3
                   move "APLICADO" to PB-ARREGLO
               when other
                   CONTINUE
           end-evaluate.
           display "estado: 1 ABIERTO  2 ERROR CONOCIDO  3 CERRADO".
           move "estado (1-3, 0 = sin cambio)" to WS-NUMCHK-PROMPT.
           CALL "numchk" USING WS-NUMCHK-PROMPT WS-NUMCHK-VALOR.
           evaluate WS-NUMCHK-VALOR
               when 1
                   move "ABIERTO" to PB-ESTADO
                   move WS-FECHA-HOY to PB-FECHA-ESTADO
               when 2
                   move "ERROR CONOCIDO" to PB-ESTADO
                   move WS-FECHA-HOY to PB-FECHA-ESTADO
               when 3
                   if PB-ARREGLO = "APLICADO"
                       move "CERRADO" to PB-ESTADO
                       move WS-FECHA-HOY to PB-FECHA-ESTADO
                   else
                       display "sin arreglo APLICADO no se cierra,"
                           " el estado queda " PB-ESTADO
                   end-if
               when other
                   CONTINUE
           end-evaluate.
           display "titulo (en blanco = sin cambio)".
           move spaces to WS-TEXTO-NUEVO.
           ACCEPT WS-TEXTO-NUEVO.
           if WS-TEXTO-NUEVO not = spaces
               move WS-TEXTO-NUEVO to PB-TITULO
           end-if.
           move WS-OPERADOR to PB-ACTUALIZADO-POR.
           REWRITE PROBLEMAS-REC.
           display "problema " PB-ID " actualizado: " PB-ESTADO " "
               PB-ARREGLO " " PB-CATEGORIA.
           move "PROBLEMA" to WS-AUDIT-CAMPO.
           move PB-ID to WS-AUDIT-VALOR.
           move PB-ESTADO to WS-AUDIT-RESULTADO.
           PERFORM registraAuditoria.
       actualizarProblema-fin.
           EXIT.
       mostrarCategoria.
           display "  " WS-CAT-IDX " " WS-CATEGORIA (WS-CAT-IDX).
      ******************************************************************
      * vinculo manual de un caso a un problema, solo un supervisor;
      * si el caso ya estaba en otro problema se lo pasa de uno a otro
      ******************************************************************
       vincularCaso.
           display "id del supervisor".
           ACCEPT WS-OPER-ASIGNADO.
           PERFORM buscarSupervisor.
           if WS-OPER-VALIDO not = "S"
               display "se requiere un supervisor activo"
               GO TO vincularCaso-fin
           end-if.
           move WS-OPER-ASIGNADO to WS-OPERADOR.
           move "id del caso a vincular" to WS-NUMCHK-PROMPT.
           CALL "numchk" USING WS-NUMCHK-PROMPT WS-NUMCHK-VALOR.
           move WS-NUMCHK-VALOR to EC-ID.
           READ CASOS
               INVALID KEY
                   display "no existe el caso " EC-ID
                   GO TO vincularCaso-fin
           END-READ.
           move "id del problema" to WS-NUMCHK-PROMPT.
           CALL "numchk" USING WS-NUMCHK-PROMPT WS-NUMCHK-VALOR.
           move WS-NUMCHK-VALOR to PB-ID.
           READ PROBLEMAS
               INVALID KEY
                   display "no existe el problema " PB-ID
                   GO TO vincularCaso-fin
           END-READ.
           move PB-ID to WS-PROBLEMA.
           move 0 to WS-PROBLEMA-ANTERIOR.
           move EC-ID to PC-CASO.
           READ VINCULOS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   move PC-PROBLEMA to WS-PROBLEMA-ANTERIOR
           END-READ.
           if WS-PROBLEMA-ANTERIOR = WS-PROBLEMA
               display "el caso " EC-ID " ya esta en el problema "
                   WS-PROBLEMA
               GO TO vincularCaso-fin
           end-if.
           move spaces to WS-ETIQUETA.
           if PB-ESTADO = "ERROR CONOCIDO"
               move "ERROR CONOCIDO" to WS-ETIQUETA
           end-if.
           add 1 to PB-CASOS.
           REWRITE PROBLEMAS-REC.
           if WS-PROBLEMA-ANTERIOR > 0
               move WS-PROBLEMA-ANTERIOR to PB-ID
               READ PROBLEMAS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       if PB-CASOS > 0
                           subtract 1 from PB-CASOS
                       end-if
                       REWRITE PROBLEMAS-REC
               END-READ
           end-if.
           move spaces to VINCULOS-REC.
           move EC-ID to PC-CASO.
           move WS-PROBLEMA to PC-PROBLEMA.
           move "M" to PC-VINCULO.
           move WS-ETIQUETA to PC-ETIQUETA.
           move WS-FECHA-HOY to PC-FECHA.
           move WS-OPERADOR to PC-POR.
           if WS-PROBLEMA-ANTERIOR > 0
               REWRITE VINCULOS-REC
           else
               WRITE VINCULOS-REC
           end-if.
           display "caso " EC-ID " vinculado al problema " WS-PROBLEMA.
           move "VINCULO" to WS-AUDIT-CAMPO.
           move EC-ID to WS-AUDIT-VALOR.
           move WS-PROBLEMA to WS-AUDIT-RESULTADO.
           PERFORM registraAuditoria.
       vincularCaso-fin.
           EXIT.
       buscarOperador.
           move "N" to WS-OPER-VALIDO.
           OPEN INPUT OPERADORES.
               END-READ
               CLOSE OPERADORES
           end-if.
       buscarSupervisor.
           move "N" to WS-OPER-VALIDO.
           OPEN INPUT OPERADORES.
           if WS-ESTADO-OPERMAST not = "00"
               display "no se pudo abrir el maestro de operadores"
           else
               move WS-OPER-ASIGNADO to OP-ID
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
       registraAuditoria.
           CALL "auditlog" USING WS-AUDIT-PROGRAMA WS-AUDIT-CAMPO
               WS-AUDIT-VALOR WS-AUDIT-RESULTADO.
