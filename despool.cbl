      *          tabla no salga dos veces al papel. La salida lista para
      *          la impresora queda en IMPRESA.DAT.
      * Tectonics: cobc -x -o despool despool.cbl numchk.cbl
      *            fechalib.cbl
      * Modification History:
      *   02/09/2026 - se suma el spool de avisos por suscriptor
      *                NOTIFSPL.DAT (lo deja el paso nocturno notifica
      *                (lo arma paquete con la caratula, el resumen y
      *                las secciones de la semana): el trabajo 6 lo
      *                imprime y el 5 (todo) lo incluye.
      *   15/10/2026 - se suma el spool de reimpresiones REPSPL.DAT
      *                (lo deja repinq con las copias del repositorio
      *                de reportes): el trabajo 7 lo imprime y el 5
      *                (todo) lo incluye.
      *   15/10/2026 - ruteo de impresoras y formularios: la tabla
      *                RUTAIMP.DAT (renglones R de ruta y P de
      *                impresora) elige para cada trabajo, por spool,
      *                tipo de trabajo, departamento y destinatario (la
      *                ruta que los productores dejan al final de cada
      *                renglon del spool), la impresora y el formulario;
      *                un * en la ruta vale para cualquiera y gana la
      *                ruta mas especifica. Sin ruta que sirva el
      *                trabajo va a la impresora IMPRESA (IMPRESA.DAT,
      *                formulario BLANCO) como hasta ahora. Cada
      *                trabajo sale a la salida de su impresora con una
      *                hoja separadora que muestra la ruta, y queda en
      *                la bitacora de impresion IMPLOG.DAT (IMPRESO,
      *                REIMPRESO o RETENIDO). El trabajo de una
      *                impresora marcada CAIDA se retiene: no se
      *                imprime ni se marca, y sale en la proxima
      *                corrida con la impresora ACTIVA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. despool.
           SELECT OPTIONAL SPOOL-PAQ ASSIGN TO "PAQSPL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-SPOOLPAQ.
           SELECT OPTIONAL SPOOL-REP ASSIGN TO "REPSPL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-SPOOLREP.
           SELECT TRABAJO ASSIGN TO "DESPOOL.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-TRABAJO.
           SELECT IMPRESA ASSIGN TO DYNAMIC WS-NOMBRE-IMPRESA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-IMPRESA.
           SELECT OPTIONAL RUTAS ASSIGN TO "RUTAIMP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-RUTAS.
           SELECT BITACORA-IMP ASSIGN TO "IMPLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-BITACORA.
       DATA DIVISION.
       FILE SECTION.
       FD  SPOOL-TAB.
           05  ST-FECHA            PIC 9(08).
           05  ST-IMPRESO          PIC X(01).
           05  ST-TEXTO            PIC X(60).
           05  FILLER              PIC X(30).
       FD  SPOOL-PREG.
       01  SPOOL-PREG-REC.
           05  SQ-CONTROL          PIC X(01).
           05  SQ-FECHA            PIC 9(08).
           05  SQ-IMPRESO          PIC X(01).
           05  SQ-TEXTO            PIC X(60).
           05  FILLER              PIC X(30).
       FD  SPOOL-AVI.
       01  SPOOL-AVI-REC.
           05  SA-CONTROL          PIC X(01).
           05  SA-FECHA            PIC 9(08).
           05  SA-IMPRESO          PIC X(01).
           05  SA-TEXTO            PIC X(60).
           05  FILLER              PIC X(30).
       FD  SPOOL-PAQ.
       01  SPOOL-PAQ-REC.
           05  PQ-CONTROL          PIC X(01).
           05  PQ-FECHA            PIC 9(08).
           05  PQ-IMPRESO          PIC X(01).
           05  PQ-TEXTO            PIC X(60).
           05  FILLER              PIC X(30).
       FD  SPOOL-REP.
       01  SPOOL-REP-REC.
           05  SR-CONTROL          PIC X(01).
           05  SR-FECHA            PIC 9(08).
           05  SR-IMPRESO          PIC X(01).
           05  SR-TEXTO            PIC X(60).
           05  FILLER              PIC X(30).
       FD  TRABAJO.
       01  TRABAJO-REC             PIC X(100).
       FD  IMPRESA.
       01  IMPRESA-REC             PIC X(70).
      *    tabla de ruteo: R = ruta (spool, tipo, departamento,
      *    destinatario -> impresora y formulario; * = cualquiera),
      *    P = impresora (salida y estado ACTIVA o CAIDA)
       FD  RUTAS.
       01  RUTAS-REC.
           05  RT-CLASE            PIC X(01).
           05  FILLER              PIC X(01).
           05  RT-SPOOL            PIC X(10).
           05  FILLER              PIC X(01).
           05  RT-TIPO             PIC X(10).
           05  FILLER              PIC X(01).
           05  RT-DEPTO            PIC X(10).
           05  FILLER              PIC X(01).
           05  RT-DESTINO          PIC X(10).
           05  FILLER              PIC X(01).
           05  RT-IMPRESORA        PIC X(10).
           05  FILLER              PIC X(01).
           05  RT-FORMULARIO       PIC X(10).
       01  RUTAS-IMPRESORA-REC.
           05  FILLER              PIC X(02).
           05  RP-IMPRESORA        PIC X(10).
           05  FILLER              PIC X(01).
           05  RP-SALIDA           PIC X(30).
           05  FILLER              PIC X(01).
           05  RP-ESTADO           PIC X(06).
           05  FILLER              PIC X(18).
       FD  BITACORA-IMP.
       01  BITACORA-IMP-REC.
           05  IL-FECHA            PIC 9(08).
           05  FILLER              PIC X(01).
           05  IL-HORA             PIC 9(08).
           05  FILLER              PIC X(01).
           05  IL-TRABAJO          PIC X(10).
           05  FILLER              PIC X(01).
           05  IL-TIPO             PIC X(10).
           05  FILLER              PIC X(01).
           05  IL-DEPTO            PIC X(10).
           05  FILLER              PIC X(01).
           05  IL-DESTINO          PIC X(10).
           05  FILLER              PIC X(01).
           05  IL-IMPRESORA        PIC X(10).
           05  FILLER              PIC X(01).
           05  IL-FORMULARIO       PIC X(10).
           05  FILLER              PIC X(01).
           05  IL-SALIDA           PIC X(30).
           05  FILLER              PIC X(01).
           05  IL-RENGLONES        PIC 9(05).
           05  FILLER              PIC X(01).
           05  IL-ACCION           PIC X(10).
       WORKING-STORAGE SECTION.
       01  WS-ESTADO-SPOOLTAB      PIC X(02).
       01  WS-ESTADO-SPOOLPRG      PIC X(02).
       01  WS-ESTADO-SPOOLAVI      PIC X(02).
       01  WS-ESTADO-SPOOLPAQ      PIC X(02).
       01  WS-ESTADO-SPOOLREP      PIC X(02).
       01  WS-ESTADO-TRABAJO       PIC X(02).
       01  WS-ESTADO-IMPRESA       PIC X(02).
       01  WS-ESTADO-RUTAS         PIC X(02).
       01  WS-ESTADO-BITACORA      PIC X(02).
       01  WS-FIN-SPOOL            PIC X(01) VALUE "N".
           88  FIN-SPOOL           VALUE "S".
       01  WS-OPCION-TRABAJO       PIC 9(01) VALUE 0.
       01  WS-REIMPRIMIR           PIC X(01) VALUE "N".
           88  REIMPRIMIR          VALUE "S".
       01  WS-NOMBRE-TRABAJO       PIC X(10).
       01  WS-RUTA-ABIERTA         PIC X(01) VALUE "N".
           88  RUTA-ABIERTA        VALUE "S".
       01  WS-SPL-REGISTRO.
           05  WS-SPL-CONTROL      PIC X(01).
           05  WS-SPL-FECHA        PIC 9(08).
           05  WS-SPL-IMPRESO      PIC X(01).
           05  WS-SPL-TEXTO        PIC X(60).
           05  WS-SPL-TIPO         PIC X(10).
           05  WS-SPL-DEPTO        PIC X(10).
           05  WS-SPL-DESTINO      PIC X(10).
       01  WS-CANT-IMPRESAS        PIC 9(05) VALUE 0.
       01  WS-CANT-SALTEADAS       PIC 9(05) VALUE 0.
       01  WS-CANT-FILTRADAS       PIC 9(05) VALUE 0.
       01  WS-LINEA-IMPRESA        PIC X(70) VALUE SPACES.
       01  WS-NUMCHK-PROMPT        PIC X(40).
       01  WS-NUMCHK-VALOR         PIC 9(09).
       01  WS-CANT-RETENIDAS       PIC 9(05) VALUE 0.
       01  WS-CANT-TRABAJOS        PIC 9(05) VALUE 0.
       01  WS-FECHA-HOY            PIC 9(08) VALUE 0.
       01  WS-HORA                 PIC 9(08) VALUE 0.
      *    rutas e impresoras de RUTAIMP.DAT
       01  WS-FIN-RUTAS            PIC X(01) VALUE "N".
           88  FIN-RUTAS           VALUE "S".
       01  WS-RUT-CANT             PIC 9(03) VALUE 0.
       01  WS-RUT-MAX              PIC 9(03) VALUE 100.
       01  WS-RUT-IDX              PIC 9(03) VALUE 0.
       01  WS-RUT-TABLA.
           05  WS-RUT-ENT OCCURS 100 TIMES.
               10  WS-RUT-SPOOL        PIC X(10).
               10  WS-RUT-TIPO         PIC X(10).
               10  WS-RUT-DEPTO        PIC X(10).
               10  WS-RUT-DESTINO      PIC X(10).
               10  WS-RUT-IMPRESORA    PIC X(10).
               10  WS-RUT-FORMULARIO   PIC X(10).
       01  WS-IMP-CANT             PIC 9(03) VALUE 0.
       01  WS-IMP-MAX              PIC 9(03) VALUE 30.
       01  WS-IMP-IDX              PIC 9(03) VALUE 0.
       01  WS-IMP-HALLADA          PIC 9(03) VALUE 0.
       01  WS-IMP-TABLA.
           05  WS-IMP-ENT OCCURS 30 TIMES.
               10  WS-IMP-NOMBRE       PIC X(10).
               10  WS-IMP-SALIDA       PIC X(30).
               10  WS-IMP-ESTADO       PIC X(06).
      *    impresora de siempre cuando ninguna ruta sirve
       01  WS-IMPRESORA-DEFECTO    PIC X(10) VALUE "IMPRESA".
       01  WS-SALIDA-DEFECTO       PIC X(30) VALUE "IMPRESA.DAT".
       01  WS-FORMULARIO-DEFECTO   PIC X(10) VALUE "BLANCO".
      *    eleccion de la ruta: gana la de mas campos exactos
       01  WS-PUNTAJE              PIC 9(01) VALUE 0.
       01  WS-MEJOR-PUNTAJE        PIC 9(01) VALUE 0.
       01  WS-MEJOR-RUTA           PIC 9(03) VALUE 0.
       01  WS-RUTA-SIRVE           PIC X(01).
      *    trabajo en curso: una corrida de renglones del mismo spool
      *    con la misma ruta
       01  WS-NOMBRE-IMPRESA       PIC X(30) VALUE "IMPRESA.DAT".
       01  WS-TRB-TIPO             PIC X(10).
       01  WS-TRB-DEPTO            PIC X(10).
       01  WS-TRB-DESTINO          PIC X(10).
       01  WS-TRB-IMPRESORA        PIC X(10).
       01  WS-TRB-FORMULARIO       PIC X(10).
       01  WS-TRB-RENGLONES        PIC 9(05) VALUE 0.
       01  WS-TRB-RETENIDO         PIC X(01) VALUE "N".
           88  TRABAJO-RETENIDO    VALUE "S".
       01  WS-TRB-REIMPRESO        PIC X(01) VALUE "N".
           88  TRABAJO-REIMPRESO   VALUE "S".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           display "despool - administrador de la cola de impresion".
           PERFORM pedirFiltros.
           CALL "fechalib" USING WS-FECHA-HOY.
           PERFORM cargarRutas.
           PERFORM prepararSalidas.
           OPEN EXTEND BITACORA-IMP.
           if WS-ESTADO-BITACORA = "35"
               OPEN OUTPUT BITACORA-IMP
               CLOSE BITACORA-IMP
               OPEN EXTEND BITACORA-IMP
           end-if.
           if WS-OPCION-TRABAJO = 1 or WS-OPCION-TRABAJO = 3
               or WS-OPCION-TRABAJO = 5
               PERFORM procesarSpoolTablas
           if WS-OPCION-TRABAJO = 6 or WS-OPCION-TRABAJO = 5
               PERFORM procesarSpoolPaquete
           end-if.
           if WS-OPCION-TRABAJO = 7 or WS-OPCION-TRABAJO = 5
               PERFORM procesarSpoolReimpresion
           end-if.
           CLOSE BITACORA-IMP.
           display "registros impresos:    " WS-CANT-IMPRESAS.
           display "ya impresos salteados: " WS-CANT-SALTEADAS.
           display "fuera de filtro fecha: " WS-CANT-FILTRADAS.
           display "retenidos (imp. caida): " WS-CANT-RETENIDAS.
           display "trabajos ruteados:     " WS-CANT-TRABAJOS.
           display "la salida lista para impresora quedo en la salida"
               " de cada impresora, ver IMPLOG.DAT".
           STOP RUN.
       pedirFiltros.
           display "trabajos: 1=tablas 2=preguntas 3=ambos"
               " 4=avisos 5=todo 6=paquete 7=reimpresiones".
           move "ingrese trabajo (1-7)" to WS-NUMCHK-PROMPT.
           CALL "numchk" USING WS-NUMCHK-PROMPT WS-NUMCHK-VALOR.
           move WS-NUMCHK-VALOR to WS-OPCION-TRABAJO.
           if WS-OPCION-TRABAJO < 1 or WS-OPCION-TRABAJO > 7
               display "opcion invalida, debe ser 1 a 7"
               go to pedirFiltros
           end-if.
           move "fecha AAAAMMDD (0 = todas las fechas)"
           ACCEPT WS-REIMPRIMIR.
      ******************************************************************
      * cada spool se procesa en dos pasadas: la primera lee el spool,
      * manda a la salida de la impresora de cada trabajo lo que
      * corresponde y deja en DESPOOL.TMP
      * todos los registros con la marca de impreso actualizada; la
      * segunda vuelca DESPOOL.TMP sobre el spool original para que la
      * marca quede grabada.
      ******************************************************************
       procesarSpoolTablas.
           move "TABLAS" to WS-NOMBRE-TRABAJO.
           move "N" to WS-FIN-SPOOL WS-RUTA-ABIERTA.
           OPEN INPUT SPOOL-TAB.
           if WS-ESTADO-SPOOLTAB not = "00"
               CLOSE SPOOL-TAB
           else
               OPEN OUTPUT TRABAJO
               PERFORM leerSpoolTablas UNTIL FIN-SPOOL
               PERFORM cerrarTrabajoRuta
               CLOSE TRABAJO
               CLOSE SPOOL-TAB
               PERFORM volcarTrabajoTablas
           END-READ.
       procesarSpoolPreguntas.
           move "PREGUNTAS" to WS-NOMBRE-TRABAJO.
           move "N" to WS-FIN-SPOOL WS-RUTA-ABIERTA.
           OPEN INPUT SPOOL-PREG.
           if WS-ESTADO-SPOOLPRG not = "00"
               CLOSE SPOOL-PREG
           else
               OPEN OUTPUT TRABAJO
               PERFORM leerSpoolPreguntas UNTIL FIN-SPOOL
               PERFORM cerrarTrabajoRuta
               CLOSE TRABAJO
               CLOSE SPOOL-PREG
               PERFORM volcarTrabajoPreguntas
           END-READ.
       procesarSpoolAvisos.
           move "AVISOS" to WS-NOMBRE-TRABAJO.
           move "N" to WS-FIN-SPOOL WS-RUTA-ABIERTA.
           OPEN INPUT SPOOL-AVI.
           if WS-ESTADO-SPOOLAVI not = "00"
               CLOSE SPOOL-AVI
           else
               OPEN OUTPUT TRABAJO
               PERFORM leerSpoolAvisos UNTIL FIN-SPOOL
               PERFORM cerrarTrabajoRuta
               CLOSE TRABAJO
               CLOSE SPOOL-AVI
               PERFORM volcarTrabajoAvisos
           END-READ.
       procesarSpoolPaquete.
           move "PAQUETE" to WS-NOMBRE-TRABAJO.
           move "N" to WS-FIN-SPOOL WS-RUTA-ABIERTA.
           OPEN INPUT SPOOL-PAQ.
           if WS-ESTADO-SPOOLPAQ not = "00"
               CLOSE SPOOL-PAQ
           else
               OPEN OUTPUT TRABAJO
               PERFORM leerSpoolPaquete UNTIL FIN-SPOOL
               PERFORM cerrarTrabajoRuta
               CLOSE TRABAJO
               CLOSE SPOOL-PAQ
               PERFORM volcarTrabajoPaquete
               NOT AT END
                   WRITE SPOOL-PAQ-REC FROM WS-SPL-REGISTRO
           END-READ.
       procesarSpoolReimpresion.
           move "REIMPRESO" to WS-NOMBRE-TRABAJO.
           move "N" to WS-FIN-SPOOL WS-RUTA-ABIERTA.
           OPEN INPUT SPOOL-REP.
           if WS-ESTADO-SPOOLREP not = "00"
               CLOSE SPOOL-REP
               display "no hay spool de reimpresiones para procesar"
           else
               OPEN OUTPUT TRABAJO
               PERFORM leerSpoolReimpresion UNTIL FIN-SPOOL
               PERFORM cerrarTrabajoRuta
               CLOSE TRABAJO
               CLOSE SPOOL-REP
               PERFORM volcarTrabajoReimpresion
           end-if.
       leerSpoolReimpresion.
           READ SPOOL-REP INTO WS-SPL-REGISTRO
               AT END set FIN-SPOOL to true
               NOT AT END
                   PERFORM procesaRegistroSpool THRU
                       procesaRegistroSpool-fin
                   WRITE TRABAJO-REC FROM WS-SPL-REGISTRO
           END-READ.
       volcarTrabajoReimpresion.
           move "N" to WS-FIN-SPOOL.
           OPEN INPUT TRABAJO.
           OPEN OUTPUT SPOOL-REP.
           PERFORM copiarTrabajoReimpresion UNTIL FIN-SPOOL.
           CLOSE SPOOL-REP.
           CLOSE TRABAJO.
       copiarTrabajoReimpresion.
           READ TRABAJO INTO WS-SPL-REGISTRO
               AT END set FIN-SPOOL to true
               NOT AT END
                   WRITE SPOOL-REP-REC FROM WS-SPL-REGISTRO
           END-READ.
      ******************************************************************
      * decide si el registro leido del spool sale al papel, lo manda
      * honrando el byte de control y lo marca como impreso. El filtro
               add 1 to WS-CANT-SALTEADAS
               go to procesaRegistroSpool-fin
           end-if.
           if not RUTA-ABIERTA
               or WS-SPL-TIPO not = WS-TRB-TIPO
               or WS-SPL-DEPTO not = WS-TRB-DEPTO
               or WS-SPL-DESTINO not = WS-TRB-DESTINO
               PERFORM cerrarTrabajoRuta
               PERFORM abrirTrabajoRuta
           end-if.
           add 1 to WS-TRB-RENGLONES.
           if TRABAJO-RETENIDO
               add 1 to WS-CANT-RETENIDAS
               go to procesaRegistroSpool-fin
           end-if.
           if WS-SPL-IMPRESO = "S"
               set TRABAJO-REIMPRESO to true
           end-if.
           move WS-SPL-TEXTO to WS-LINEA-IMPRESA.
           if WS-SPL-CONTROL = "1"
           add 1 to WS-CANT-IMPRESAS.
       procesaRegistroSpool-fin.
           EXIT.
      ******************************************************************
      * tabla de ruteo: los renglones R y P de RUTAIMP.DAT quedan en
      * memoria; otro renglon (comentario, blanco) se ignora.
      ******************************************************************
       cargarRutas.
           move 0 to WS-RUT-CANT WS-IMP-CANT.
           move "N" to WS-FIN-RUTAS.
           OPEN INPUT RUTAS.
           if WS-ESTADO-RUTAS = "00"
               PERFORM leerRuta UNTIL FIN-RUTAS
           end-if.
           CLOSE RUTAS.
           display "rutas de impresion: " WS-RUT-CANT
               "  impresoras: " WS-IMP-CANT.
       leerRuta.
           move spaces to RUTAS-REC.
           READ RUTAS
               AT END set FIN-RUTAS to true
               NOT AT END
                   if RT-CLASE = "R" and WS-RUT-CANT < WS-RUT-MAX
                       add 1 to WS-RUT-CANT
                       move RT-SPOOL to WS-RUT-SPOOL (WS-RUT-CANT)
                       move RT-TIPO to WS-RUT-TIPO (WS-RUT-CANT)
                       move RT-DEPTO to WS-RUT-DEPTO (WS-RUT-CANT)
                       move RT-DESTINO to WS-RUT-DESTINO (WS-RUT-CANT)
                       move RT-IMPRESORA
                           to WS-RUT-IMPRESORA (WS-RUT-CANT)
                       move RT-FORMULARIO
                           to WS-RUT-FORMULARIO (WS-RUT-CANT)
                   end-if
                   if RT-CLASE = "P" and WS-IMP-CANT < WS-IMP-MAX
                       add 1 to WS-IMP-CANT
                       move RP-IMPRESORA to WS-IMP-NOMBRE (WS-IMP-CANT)
                       move RP-SALIDA to WS-IMP-SALIDA (WS-IMP-CANT)
                       move RP-ESTADO to WS-IMP-ESTADO (WS-IMP-CANT)
                       if RP-ESTADO = "CAIDA"
                           display "impresora " RP-IMPRESORA
                               " CAIDA, sus trabajos se retienen"
                       end-if
                   end-if
           END-READ.
      *    cada corrida arranca las salidas de las impresoras activas
      *    vacias, como antes IMPRESA.DAT; la de una impresora caida
      *    no se toca.
       prepararSalidas.
           move WS-SALIDA-DEFECTO to WS-NOMBRE-IMPRESA.
           OPEN OUTPUT IMPRESA.
           CLOSE IMPRESA.
           PERFORM prepararSalida VARYING WS-IMP-IDX FROM 1 BY 1
               UNTIL WS-IMP-IDX > WS-IMP-CANT.
       prepararSalida.
           if WS-IMP-ESTADO (WS-IMP-IDX) not = "CAIDA"
               and WS-IMP-SALIDA (WS-IMP-IDX) not = spaces
               move WS-IMP-SALIDA (WS-IMP-IDX) to WS-NOMBRE-IMPRESA
               OPEN OUTPUT IMPRESA
               CLOSE IMPRESA
           end-if.
      ******************************************************************
      * un trabajo nuevo busca su ruta y su impresora: si la impresora
      * esta CAIDA el trabajo queda retenido, si no se abre su salida y
      * se imprime la hoja separadora con la ruta.
      ******************************************************************
       abrirTrabajoRuta.
           move WS-SPL-TIPO to WS-TRB-TIPO.
           move WS-SPL-DEPTO to WS-TRB-DEPTO.
           move WS-SPL-DESTINO to WS-TRB-DESTINO.
           move 0 to WS-TRB-RENGLONES.
           move "N" to WS-TRB-RETENIDO WS-TRB-REIMPRESO.
           if WS-NOMBRE-TRABAJO = "REIMPRESO"
               set TRABAJO-REIMPRESO to true
           end-if.
           move 0 to WS-MEJOR-RUTA WS-MEJOR-PUNTAJE.
           PERFORM evaluarRuta VARYING WS-RUT-IDX FROM 1 BY 1
               UNTIL WS-RUT-IDX > WS-RUT-CANT.
           if WS-MEJOR-RUTA > 0
               move WS-RUT-IMPRESORA (WS-MEJOR-RUTA) to WS-TRB-IMPRESORA
               move WS-RUT-FORMULARIO (WS-MEJOR-RUTA)
                   to WS-TRB-FORMULARIO
           else
               move WS-IMPRESORA-DEFECTO to WS-TRB-IMPRESORA
               move WS-FORMULARIO-DEFECTO to WS-TRB-FORMULARIO
           end-if.
           move 0 to WS-IMP-HALLADA.
           PERFORM buscarImpresora VARYING WS-IMP-IDX FROM 1 BY 1
               UNTIL WS-IMP-IDX > WS-IMP-CANT or WS-IMP-HALLADA > 0.
           if WS-IMP-HALLADA > 0
               move WS-IMP-SALIDA (WS-IMP-HALLADA) to WS-NOMBRE-IMPRESA
               if WS-IMP-ESTADO (WS-IMP-HALLADA) = "CAIDA"
                   set TRABAJO-RETENIDO to true
               end-if
           else
               if WS-TRB-IMPRESORA not = WS-IMPRESORA-DEFECTO
                   display "impresora " WS-TRB-IMPRESORA " no esta en"
                       " RUTAIMP.DAT, el trabajo va a "
                       WS-IMPRESORA-DEFECTO
                   move WS-IMPRESORA-DEFECTO to WS-TRB-IMPRESORA
               end-if
               move WS-SALIDA-DEFECTO to WS-NOMBRE-IMPRESA
           end-if.
           set RUTA-ABIERTA to true.
           add 1 to WS-CANT-TRABAJOS.
           if TRABAJO-RETENIDO
               display "trabajo " WS-NOMBRE-TRABAJO " " WS-TRB-TIPO
                   " retenido: impresora " WS-TRB-IMPRESORA " CAIDA"
           else
               OPEN EXTEND IMPRESA
               if WS-ESTADO-IMPRESA = "35"
                   OPEN OUTPUT IMPRESA
                   CLOSE IMPRESA
                   OPEN EXTEND IMPRESA
               end-if
               PERFORM imprimeCaratula
           end-if.
      *    un campo de la ruta en * o en blanco vale para cualquiera
       evaluarRuta.
           move "S" to WS-RUTA-SIRVE.
           move 0 to WS-PUNTAJE.
           if WS-RUT-SPOOL (WS-RUT-IDX) = "*" or spaces
               CONTINUE
           else
               if WS-RUT-SPOOL (WS-RUT-IDX) = WS-NOMBRE-TRABAJO
                   add 1 to WS-PUNTAJE
               else
                   move "N" to WS-RUTA-SIRVE
               end-if
           end-if.
           if WS-RUT-TIPO (WS-RUT-IDX) = "*" or spaces
               CONTINUE
           else
               if WS-RUT-TIPO (WS-RUT-IDX) = WS-TRB-TIPO
                   add 1 to WS-PUNTAJE
               else
                   move "N" to WS-RUTA-SIRVE
               end-if
           end-if.
           if WS-RUT-DEPTO (WS-RUT-IDX) = "*" or spaces
               CONTINUE
           else
               if WS-RUT-DEPTO (WS-RUT-IDX) = WS-TRB-DEPTO
                   add 1 to WS-PUNTAJE
               else
                   move "N" to WS-RUTA-SIRVE
               end-if
           end-if.
           if WS-RUT-DESTINO (WS-RUT-IDX) = "*" or spaces
               CONTINUE
           else
               if WS-RUT-DESTINO (WS-RUT-IDX) = WS-TRB-DESTINO
                   add 1 to WS-PUNTAJE
               else
                   move "N" to WS-RUTA-SIRVE
               end-if
           end-if.
           if WS-RUTA-SIRVE = "S"
               and (WS-MEJOR-RUTA = 0
                    or WS-PUNTAJE > WS-MEJOR-PUNTAJE)
               move WS-RUT-IDX to WS-MEJOR-RUTA
               move WS-PUNTAJE to WS-MEJOR-PUNTAJE
           end-if.
       buscarImpresora.
           if WS-IMP-NOMBRE (WS-IMP-IDX) = WS-TRB-IMPRESORA
               move WS-IMP-IDX to WS-IMP-HALLADA
           end-if.
      *    fin del trabajo en curso: se cierra su salida y queda su
      *    renglon en la bitacora de impresion
       cerrarTrabajoRuta.
           if RUTA-ABIERTA
               if not TRABAJO-RETENIDO
                   CLOSE IMPRESA
               end-if
               ACCEPT WS-HORA FROM TIME
               move spaces to BITACORA-IMP-REC
               move WS-FECHA-HOY to IL-FECHA
               move WS-HORA to IL-HORA
               move WS-NOMBRE-TRABAJO to IL-TRABAJO
               move WS-TRB-TIPO to IL-TIPO
               move WS-TRB-DEPTO to IL-DEPTO
               move WS-TRB-DESTINO to IL-DESTINO
               move WS-TRB-IMPRESORA to IL-IMPRESORA
               move WS-TRB-FORMULARIO to IL-FORMULARIO
               move WS-NOMBRE-IMPRESA to IL-SALIDA
               move WS-TRB-RENGLONES to IL-RENGLONES
               evaluate true
                   when TRABAJO-RETENIDO
                       move "RETENIDO" to IL-ACCION
                   when TRABAJO-REIMPRESO
                       move "REIMPRESO" to IL-ACCION
                   when other
                       move "IMPRESO" to IL-ACCION
               end-evaluate
               WRITE BITACORA-IMP-REC
               move "N" to WS-RUTA-ABIERTA
           end-if.
       imprimeCaratula.
           move all "*" to WS-LINEA-IMPRESA.
           WRITE IMPRESA-REC FROM WS-LINEA-IMPRESA
                  "  FECHA PEDIDA: " WS-FECHA-FILTRO
                  DELIMITED BY SIZE INTO WS-LINEA-IMPRESA.
           WRITE IMPRESA-REC FROM WS-LINEA-IMPRESA.
           move spaces to WS-LINEA-IMPRESA.
           STRING "*  RUTA: IMPRESORA " WS-TRB-IMPRESORA
                  "  FORMULARIO " WS-TRB-FORMULARIO
                  DELIMITED BY SIZE INTO WS-LINEA-IMPRESA.
           WRITE IMPRESA-REC FROM WS-LINEA-IMPRESA.
           move spaces to WS-LINEA-IMPRESA.
           STRING "*  TIPO " WS-TRB-TIPO "  DEPTO " WS-TRB-DEPTO
                  "  DESTINO " WS-TRB-DESTINO
                  DELIMITED BY SIZE INTO WS-LINEA-IMPRESA.
           WRITE IMPRESA-REC FROM WS-LINEA-IMPRESA.
           move all "*" to WS-LINEA-IMPRESA.
           WRITE IMPRESA-REC FROM WS-LINEA-IMPRESA.
       END PROGRAM despool.
