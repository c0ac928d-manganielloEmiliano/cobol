      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: consulta del repositorio de reportes - lista las
      *          copias guardadas por replib en REPIDX.DAT (filtro por
      *          nombre de reporte y fecha de proceso), muestra una
      *          copia en pantalla y la reimprime por el spool
      *          REPSPL.DAT (trabajo 7 de despool) con una caratula que
      *          dice que reporte es, de que fecha, corrida y programa.
      *          Antes de mostrar o reimprimir se recuenta la copia con
      *          totlib contra el indice y contra el asiento GUARDADO
      *          del diario REPLEDG.DAT (sellado por sello): si algo no
      *          coincide la copia no se reimprime y el intento queda en
      *          la auditoria comun. Cada reimpresion se asienta en el
      *          diario y en la auditoria. Los renglones de mas de 60
      *          posiciones siguen en renglones de continuacion, asi el
      *          papel trae el reporte completo.
      * Tectonics: cobc -x -o repinq repinq.cbl numchk.cbl
      *            fechalib.cbl totlib.cbl auditlog.cbl
      * Modification History:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. repinq.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL INDICE ASSIGN TO "REPIDX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RX-ID
               FILE STATUS IS WS-ESTADO-INDICE.
           SELECT DIARIO ASSIGN TO "REPLEDG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-DIARIO.
           SELECT COPIA ASSIGN TO DYNAMIC WS-NOMBRE-COPIA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-COPIA.
           SELECT SPOOL-REIMP ASSIGN TO "REPSPL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-SPOOL.
       DATA DIVISION.
       FILE SECTION.
       FD  INDICE.
       01  INDICE-REC.
           05  RX-ID               PIC 9(06).
           05  RX-REPORTE          PIC X(12).
           05  RX-FECHA            PIC 9(08).
           05  RX-HORA             PIC 9(08).
           05  RX-CORRIDA          PIC 9(02).
           05  RX-PROGRAMA         PIC X(15).
           05  RX-COPIA            PIC X(30).
           05  RX-CANTIDAD         PIC 9(07).
           05  RX-CHECK            PIC 9(13).
           05  RX-ESTADO           PIC X(10).
           05  RX-FECHA-DEPURA     PIC 9(08).
           05  RX-REIMPRESIONES    PIC 9(03).
           05  FILLER              PIC X(20).
       FD  DIARIO.
       01  DIARIO-REC.
           05  RJ-FECHA            PIC 9(08).
           05  FILLER              PIC X(01).
           05  RJ-HORA             PIC 9(08).
           05  FILLER              PIC X(01).
           05  RJ-ID               PIC 9(06).
           05  FILLER              PIC X(01).
           05  RJ-ACCION           PIC X(10).
           05  FILLER              PIC X(01).
           05  RJ-REPORTE          PIC X(12).
           05  FILLER              PIC X(01).
           05  RJ-CANTIDAD         PIC 9(07).
           05  FILLER              PIC X(01).
           05  RJ-CHECK            PIC 9(13).
       FD  COPIA.
       01  COPIA-REC               PIC X(180).
       FD  SPOOL-REIMP.
       01  SPOOL-REIMP-REC.
           05  SR-CONTROL          PIC X(01).
           05  SR-FECHA            PIC 9(08).
           05  SR-IMPRESO          PIC X(01).
           05  SR-TEXTO            PIC X(60).
       WORKING-STORAGE SECTION.
       01  WS-ESTADO-INDICE        PIC X(02).
       01  WS-ESTADO-DIARIO        PIC X(02).
       01  WS-ESTADO-COPIA         PIC X(02).
       01  WS-ESTADO-SPOOL         PIC X(02).
       01  WS-NOMBRE-COPIA         PIC X(30).
       01  WS-FIN-INDICE           PIC X(01) VALUE "N".
           88  FIN-INDICE          VALUE "S".
       01  WS-FIN-DIARIO           PIC X(01) VALUE "N".
           88  FIN-DIARIO          VALUE "S".
       01  WS-FIN-COPIA            PIC X(01) VALUE "N".
           88  FIN-COPIA           VALUE "S".
       01  WS-SALIR                PIC X(01) VALUE "N".
           88  SALIR-REPOSIT       VALUE "S".
       01  WS-OPCION               PIC 9(01) VALUE 0.
       01  WS-FECHA-HOY            PIC 9(08) VALUE 0.
       01  WS-HORA                 PIC 9(08) VALUE 0.
       01  WS-FILTRO-REPORTE       PIC X(12) VALUE SPACES.
       01  WS-FILTRO-FECHA         PIC 9(08) VALUE 0.
       01  WS-CANT-LISTADAS        PIC 9(05) VALUE 0.
       01  WS-CANT-RENGLONES       PIC 9(07) VALUE 0.
       01  WS-POS                  PIC 9(03) VALUE 0.
       01  WS-INTEGRIDAD           PIC X(15) VALUE SPACES.
           88  COPIA-EN-ORDEN      VALUE "EN ORDEN".
       01  WS-ASIENTO-HALLADO      PIC X(01) VALUE "N".
       01  WS-TT-NOMBRE            PIC X(40).
       01  WS-TT-CANTIDAD          PIC 9(07).
       01  WS-TT-CHECK             PIC 9(13).
       01  WS-TT-HALLADO           PIC X(01).
       01  WS-AUDIT-PROGRAMA       PIC X(15) VALUE "REPINQ".
       01  WS-AUDIT-CAMPO          PIC X(15) VALUE "REIMPRESION".
       01  WS-AUDIT-VALOR          PIC X(20).
       01  WS-AUDIT-RESULTADO      PIC X(20).
       01  WS-NUMCHK-PROMPT        PIC X(40).
       01  WS-NUMCHK-VALOR         PIC 9(09).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "fechalib" USING WS-FECHA-HOY.
           OPEN I-O INDICE.
           if WS-ESTADO-INDICE = "35"
               OPEN OUTPUT INDICE
               CLOSE INDICE
               OPEN I-O INDICE
           end-if.
           if WS-ESTADO-INDICE not = "00"
               and WS-ESTADO-INDICE not = "05"
               display "no se pudo abrir REPIDX.DAT, estado "
                   WS-ESTADO-INDICE
               STOP RUN
           end-if.
           PERFORM menuRepositorio UNTIL SALIR-REPOSIT.
           CLOSE INDICE.
           STOP RUN.
       menuRepositorio.
           display " ".
           display "repositorio de reportes (REPIDX.DAT)".
           display "  1 - listar reportes guardados".
           display "  2 - ver un reporte".
           display "  3 - reimprimir un reporte por el spool".
           display "  0 - salir".
           move "ingrese opcion (0-3)" to WS-NUMCHK-PROMPT.
           CALL "numchk" USING WS-NUMCHK-PROMPT WS-NUMCHK-VALOR.
           move WS-NUMCHK-VALOR to WS-OPCION.
           evaluate WS-OPCION
               when 0
                   set SALIR-REPOSIT to true
               when 1
                   PERFORM listarReportes
               when 2
                   PERFORM verReporte THRU verReporte-fin
               when 3
                   PERFORM reimprimirReporte THRU
                       reimprimirReporte-fin
               when other
                   display "opcion invalida"
           end-evaluate.
       listarReportes.
           display "reporte (ej. CIERREP.DAT, blanco = todos)".
           move spaces to WS-FILTRO-REPORTE.
           ACCEPT WS-FILTRO-REPORTE.
           move "fecha AAAAMMDD (0 = todas las fechas)"
               to WS-NUMCHK-PROMPT.
           CALL "numchk" USING WS-NUMCHK-PROMPT WS-NUMCHK-VALOR.
           move WS-NUMCHK-VALOR to WS-FILTRO-FECHA.
           move 0 to WS-CANT-LISTADAS.
           move "N" to WS-FIN-INDICE.
           move 0 to RX-ID.
           START INDICE KEY IS NOT LESS THAN RX-ID
               INVALID KEY set FIN-INDICE to true
           END-START.
           PERFORM listarReporte UNTIL FIN-INDICE.
           if WS-CANT-LISTADAS = 0
               display "no hay reportes guardados con ese filtro"
           end-if.
       listarReporte.
           READ INDICE NEXT RECORD
               AT END set FIN-INDICE to true
               NOT AT END
                   if (WS-FILTRO-REPORTE = spaces
                       or RX-REPORTE = WS-FILTRO-REPORTE)
                       and (WS-FILTRO-FECHA = 0
                       or RX-FECHA = WS-FILTRO-FECHA)
                       add 1 to WS-CANT-LISTADAS
                       display RX-ID " " RX-REPORTE " del " RX-FECHA
                           " " RX-HORA " corrida " RX-CORRIDA
                           " " RX-PROGRAMA
                       display "    renglones " RX-CANTIDAD " "
                           RX-ESTADO " reimpreso " RX-REIMPRESIONES
                           " veces"
                   end-if
           END-READ.
       verReporte.
           PERFORM pedirCopia.
           if WS-INTEGRIDAD not = spaces
               display "la copia " RX-ID " no se puede ver: "
                   WS-INTEGRIDAD
               GO TO verReporte-fin
           end-if.
           PERFORM verificarCopia.
           display "reporte " RX-REPORTE " del " RX-FECHA
               " corrida " RX-CORRIDA " (" RX-PROGRAMA ")"
               " integridad: " WS-INTEGRIDAD.
           move RX-COPIA to WS-NOMBRE-COPIA.
           move "N" to WS-FIN-COPIA.
           OPEN INPUT COPIA.
           if WS-ESTADO-COPIA = "00"
               PERFORM mostrarRenglon UNTIL FIN-COPIA
               CLOSE COPIA
           end-if.
       verReporte-fin.
           EXIT.
       mostrarRenglon.
           move spaces to COPIA-REC.
           READ COPIA
               AT END set FIN-COPIA to true
               NOT AT END display COPIA-REC
           END-READ.
      ******************************************************************
      * reimpresion: solo sale al spool una copia que verifica contra
      * el indice y contra el diario sellado.
      ******************************************************************
       reimprimirReporte.
           PERFORM pedirCopia.
           if WS-INTEGRIDAD not = spaces
               display "la copia " RX-ID " no se puede reimprimir: "
                   WS-INTEGRIDAD
               GO TO reimprimirReporte-fin
           end-if.
           PERFORM verificarCopia.
           move RX-REPORTE to WS-AUDIT-VALOR.
           if not COPIA-EN-ORDEN
               display "ATENCION: la copia " RX-ID " no verifica ("
                   WS-INTEGRIDAD "), no se reimprime"
               move WS-INTEGRIDAD to WS-AUDIT-RESULTADO
               CALL "auditlog" USING WS-AUDIT-PROGRAMA WS-AUDIT-CAMPO
                   WS-AUDIT-VALOR WS-AUDIT-RESULTADO
               GO TO reimprimirReporte-fin
           end-if.
           OPEN EXTEND SPOOL-REIMP.
           if WS-ESTADO-SPOOL = "35"
               OPEN OUTPUT SPOOL-REIMP
               CLOSE SPOOL-REIMP
               OPEN EXTEND SPOOL-REIMP
           end-if.
           move "1" to SR-CONTROL.
           move spaces to SR-TEXTO.
           STRING "REIMPRESION " RX-REPORTE " del " RX-FECHA
                  " corrida " RX-CORRIDA
                  DELIMITED BY SIZE INTO SR-TEXTO.
           PERFORM grabarSpool.
           move " " to SR-CONTROL.
           move spaces to SR-TEXTO.
           STRING "programa " RX-PROGRAMA " copia " RX-ID
                  " verificada"
                  DELIMITED BY SIZE INTO SR-TEXTO.
           PERFORM grabarSpool.
           move RX-COPIA to WS-NOMBRE-COPIA.
           move "N" to WS-FIN-COPIA.
           move 0 to WS-CANT-RENGLONES.
           OPEN INPUT COPIA.
           PERFORM copiarRenglon UNTIL FIN-COPIA.
           CLOSE COPIA.
           CLOSE SPOOL-REIMP.
           add 1 to RX-REIMPRESIONES.
           REWRITE INDICE-REC
               INVALID KEY display "no se pudo actualizar " RX-ID
           END-REWRITE.
           PERFORM asentarReimpresion.
           move "REIMPRESO" to WS-AUDIT-RESULTADO.
           CALL "auditlog" USING WS-AUDIT-PROGRAMA WS-AUDIT-CAMPO
               WS-AUDIT-VALOR WS-AUDIT-RESULTADO.
           display "reporte " RX-REPORTE " del " RX-FECHA " ("
               WS-CANT-RENGLONES " renglones) enviado a REPSPL.DAT;"
               " imprimir con despool trabajo 7".
       reimprimirReporte-fin.
           EXIT.
       copiarRenglon.
           move spaces to COPIA-REC.
           READ COPIA
               AT END set FIN-COPIA to true
               NOT AT END
                   add 1 to WS-CANT-RENGLONES
                   move COPIA-REC (1:60) to SR-TEXTO
                   PERFORM grabarSpool
                   PERFORM continuarRenglon VARYING WS-POS
                       FROM 61 BY 60 UNTIL WS-POS > 180
           END-READ.
       continuarRenglon.
           if COPIA-REC (WS-POS:60) not = spaces
               move COPIA-REC (WS-POS:60) to SR-TEXTO
               PERFORM grabarSpool
           end-if.
       grabarSpool.
           move WS-FECHA-HOY to SR-FECHA.
           move "N" to SR-IMPRESO.
           WRITE SPOOL-REIMP-REC.
      ******************************************************************
      * pide el numero de copia y la lee; WS-INTEGRIDAD queda en
      * blanco si la copia existe y sigue vigente.
      ******************************************************************
       pedirCopia.
           move spaces to WS-INTEGRIDAD.
           move "numero de copia (ver opcion 1)" to WS-NUMCHK-PROMPT.
           CALL "numchk" USING WS-NUMCHK-PROMPT WS-NUMCHK-VALOR.
           move WS-NUMCHK-VALOR to RX-ID.
           READ INDICE
               INVALID KEY move "NO EXISTE" to WS-INTEGRIDAD
           END-READ.
           if WS-INTEGRIDAD = spaces and RX-ESTADO not = "VIGENTE"
               move "DEPURADA" to WS-INTEGRIDAD
           end-if.
       verificarCopia.
           move RX-COPIA to WS-TT-NOMBRE.
           CALL "totlib" USING WS-TT-NOMBRE WS-TT-CANTIDAD
               WS-TT-CHECK WS-TT-HALLADO.
           if WS-TT-HALLADO not = "S"
               move "FALTA LA COPIA" to WS-INTEGRIDAD
           else
               if WS-TT-CANTIDAD not = RX-CANTIDAD
                   or WS-TT-CHECK not = RX-CHECK
                   move "COPIA ALTERADA" to WS-INTEGRIDAD
               else
                   PERFORM buscarAsiento
               end-if
           end-if.
      *    el asiento GUARDADO del diario sellado tiene que decir lo
      *    mismo que el indice
       buscarAsiento.
           move "N" to WS-ASIENTO-HALLADO WS-FIN-DIARIO.
           move "SIN ASIENTO" to WS-INTEGRIDAD.
           OPEN INPUT DIARIO.
           if WS-ESTADO-DIARIO = "00"
               PERFORM leerAsiento UNTIL FIN-DIARIO
               CLOSE DIARIO
           end-if.
       leerAsiento.
           READ DIARIO
               AT END set FIN-DIARIO to true
               NOT AT END
                   if RJ-ID = RX-ID and RJ-ACCION = "GUARDADO"
                       set FIN-DIARIO to true
                       if RJ-REPORTE = RX-REPORTE
                           and RJ-CANTIDAD = RX-CANTIDAD
                           and RJ-CHECK = RX-CHECK
                           move "EN ORDEN" to WS-INTEGRIDAD
                       else
                           move "INDICE ALTERADO" to WS-INTEGRIDAD
                       end-if
                   end-if
           END-READ.
       asentarReimpresion.
           ACCEPT WS-HORA FROM TIME.
           OPEN EXTEND DIARIO.
           if WS-ESTADO-DIARIO = "35"
               OPEN OUTPUT DIARIO
               CLOSE DIARIO
               OPEN EXTEND DIARIO
           end-if.
           move WS-FECHA-HOY to RJ-FECHA.
           move WS-HORA to RJ-HORA.
           move RX-ID to RJ-ID.
           move "REIMPRESO" to RJ-ACCION.
           move RX-REPORTE to RJ-REPORTE.
           move RX-CANTIDAD to RJ-CANTIDAD.
           move RX-CHECK to RJ-CHECK.
           move " " to DIARIO-REC (9:1) DIARIO-REC (18:1)
               DIARIO-REC (25:1) DIARIO-REC (36:1) DIARIO-REC (49:1)
               DIARIO-REC (57:1).
           WRITE DIARIO-REC.
           CLOSE DIARIO.
       END PROGRAM repinq.
