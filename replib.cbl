      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: guarda comun de reportes en el repositorio - los
      *          reportes del taller (IFREP.DAT, CIERREP.DAT,
      *          EXCREP.DAT, ...) se abren con OPEN OUTPUT y se pisan
      *          en cada corrida. Despues de cada paso que produce un
      *          reporte se llama esta rutina, que copia el reporte a
      *          REPOSIT/R<id>.DAT y lo da de alta en el indice
      *          REPIDX.DAT con el nombre del reporte, la fecha de
      *          proceso, la hora, la corrida de RUNCTL.DAT, el
      *          programa que lo produjo y su cantidad de renglones y
      *          total de control (totlib). Cada alta y cada depuracion
      *          se asientan en el diario REPLEDG.DAT, que sello sella
      *          todas las noches con el total de control de cada
      *          copia: una reimpresion (repinq) recuenta la copia
      *          contra el indice y contra el diario sellado, y asi
      *          prueba que es lo que se imprimio originalmente.
      *          Se guarda el reporte que informa el que llama (si no
      *          viene en blanco) y ademas todos los que REPDEF.DAT
      *          asocia al programa (asi findia y planifi guardan los
      *          de cada paso). REPDEF.DAT: programa(15) blanco
      *          reporte(12) blanco retener(3) = cantidad de copias
      *          vigentes que se conservan de ese reporte (0 o sin
      *          renglon = 30). Un reporte identico al ultimo guardado
      *          el mismo dia no se guarda dos veces. Pasada la
      *          retencion las copias mas viejas se depuran, salvo las
      *          que cubre una retencion legal (retlib).
      * Tectonics: subprograma, no se compila solo; se incluye en la
      *            linea de compilacion del programa que lo llama junto
      *            con totlib.cbl, retlib.cbl y fechalib.cbl (findia,
      *            planifi, ifElse, concilia, preedit, acuse,
      *            repexcep - ver el Tectonics de cada uno)
      * Modification History:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. replib.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DEFINICIONES ASSIGN TO "REPDEF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-DEFINIC.
           SELECT OPTIONAL INDICE ASSIGN TO "REPIDX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RX-ID
               FILE STATUS IS WS-ESTADO-INDICE.
           SELECT DIARIO ASSIGN TO "REPLEDG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-DIARIO.
           SELECT OPTIONAL CORRIDA-CONTROL ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CORRIDA.
       DATA DIVISION.
       FILE SECTION.
       FD  DEFINICIONES.
       01  DEFINICIONES-REC.
           05  RD-PROGRAMA         PIC X(15).
           05  FILLER              PIC X(01).
           05  RD-REPORTE          PIC X(12).
           05  FILLER              PIC X(01).
           05  RD-RETENER          PIC 9(03).
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
       FD  CORRIDA-CONTROL.
       01  CORRIDA-CONTROL-REC.
           05  RC-FECHA            PIC 9(08).
           05  FILLER              PIC X(01).
           05  RC-CORRIDA          PIC 9(02).
       WORKING-STORAGE SECTION.
       01  WS-ESTADO-DEFINIC       PIC X(02).
       01  WS-ESTADO-INDICE        PIC X(02).
       01  WS-ESTADO-DIARIO        PIC X(02).
       01  WS-ESTADO-CORRIDA       PIC X(02).
       01  WS-FIN-DEFINIC          PIC X(01) VALUE "N".
           88  FIN-DEFINIC         VALUE "S".
       01  WS-FIN-INDICE           PIC X(01) VALUE "N".
           88  FIN-INDICE          VALUE "S".
       01  WS-FECHA-HOY            PIC 9(08) VALUE 0.
       01  WS-HORA                 PIC 9(08) VALUE 0.
       01  WS-CORRIDA              PIC 9(02) VALUE 0.
       01  WS-REPORTE              PIC X(12).
       01  WS-RETENER              PIC 9(03) VALUE 30.
       01  WS-RETENER-DEFECTO      PIC 9(03) VALUE 30.
       01  WS-ULTIMO-ID            PIC 9(06) VALUE 0.
       01  WS-NUEVO-ID             PIC 9(06) VALUE 0.
       01  WS-COPIA                PIC X(30).
       01  WS-VIGENTES             PIC 9(05) VALUE 0.
       01  WS-REPETIDO             PIC X(01) VALUE "N".
           88  REPORTE-REPETIDO    VALUE "S".
       01  WS-COMANDO              PIC X(100).
       01  WS-RC-COMANDO           PIC 9(03) VALUE 0.
       01  WS-TT-NOMBRE            PIC X(40).
       01  WS-TT-CANTIDAD          PIC 9(07).
       01  WS-TT-CHECK             PIC 9(13).
       01  WS-TT-HALLADO           PIC X(01).
       01  WS-RL-ARCHIVO           PIC X(12).
       01  WS-RL-DESDE             PIC 9(08).
       01  WS-RL-HASTA             PIC 9(08).
       01  WS-RL-OPERADOR          PIC X(10) VALUE SPACES.
       01  WS-RL-RETENIDA          PIC X(01).
       01  WS-RL-ID                PIC 9(06).
       01  WS-RL-MOTIVO            PIC X(40).
      *    definiciones de REPDEF.DAT en memoria
       01  WS-DEF-CANT             PIC 9(03) VALUE 0.
       01  WS-DEF-MAX              PIC 9(03) VALUE 100.
       01  WS-DEF-IDX              PIC 9(03) VALUE 0.
       01  WS-DEF-IDX2             PIC 9(03) VALUE 0.
       01  WS-DEF-TABLA.
           05  WS-DEF-ENT OCCURS 100 TIMES.
               10  WS-DEF-PROGRAMA     PIC X(15).
               10  WS-DEF-REPORTE      PIC X(12).
               10  WS-DEF-RETENER      PIC 9(03).
       LINKAGE SECTION.
       01  LK-RP-PROGRAMA          PIC X(15).
       01  LK-RP-REPORTE           PIC X(12).
       PROCEDURE DIVISION USING LK-RP-PROGRAMA LK-RP-REPORTE.
       MAIN-PROCEDURE.
           CALL "fechalib" USING WS-FECHA-HOY.
           ACCEPT WS-HORA FROM TIME.
           PERFORM leerCorrida.
           PERFORM cargarDefiniciones.
           if LK-RP-REPORTE not = spaces
               move LK-RP-REPORTE to WS-REPORTE
               PERFORM guardarReporte THRU guardarReporte-fin
           end-if.
           PERFORM guardarDefinido VARYING WS-DEF-IDX
               FROM 1 BY 1 UNTIL WS-DEF-IDX > WS-DEF-CANT.
           MOVE 0 TO RETURN-CODE.
           GOBACK.
       guardarDefinido.
           if WS-DEF-PROGRAMA (WS-DEF-IDX) = LK-RP-PROGRAMA
               move WS-DEF-REPORTE (WS-DEF-IDX) to WS-REPORTE
               PERFORM guardarReporte THRU guardarReporte-fin
           end-if.
      ******************************************************************
      * alta de una copia: si el reporte no esta (el paso no lo
      * produjo) o es identico al ultimo guardado hoy no se hace nada;
      * si no, se copia a REPOSIT/, se da de alta en el indice y en el
      * diario, y se aplica la retencion del reporte.
      ******************************************************************
       guardarReporte.
           move WS-REPORTE to WS-TT-NOMBRE.
           CALL "totlib" USING WS-TT-NOMBRE WS-TT-CANTIDAD
               WS-TT-CHECK WS-TT-HALLADO.
           if WS-TT-HALLADO not = "S"
               GO TO guardarReporte-fin
           end-if.
           PERFORM buscarRetener.
           OPEN I-O INDICE.
           if WS-ESTADO-INDICE = "35"
               OPEN OUTPUT INDICE
               CLOSE INDICE
               OPEN I-O INDICE
           end-if.
           if WS-ESTADO-INDICE not = "00"
               and WS-ESTADO-INDICE not = "05"
               display "replib: no se puede abrir REPIDX.DAT, estado "
                   WS-ESTADO-INDICE
               GO TO guardarReporte-fin
           end-if.
           PERFORM buscarUltimo.
           if REPORTE-REPETIDO
               CLOSE INDICE
               GO TO guardarReporte-fin
           end-if.
           compute WS-NUEVO-ID = WS-ULTIMO-ID + 1.
           move spaces to WS-COPIA.
           STRING "REPOSIT/R" WS-NUEVO-ID ".DAT"
               DELIMITED BY SIZE INTO WS-COPIA.
           move "mkdir -p REPOSIT" to WS-COMANDO.
           CALL "SYSTEM" USING WS-COMANDO.
           move spaces to WS-COMANDO.
           STRING "cp " DELIMITED BY SIZE
                  WS-REPORTE DELIMITED BY SPACE
                  " " WS-COPIA DELIMITED BY SIZE
                  INTO WS-COMANDO.
           CALL "SYSTEM" USING WS-COMANDO.
           compute WS-RC-COMANDO = RETURN-CODE / 256.
           if WS-RC-COMANDO not = 0
               display "replib: no se pudo copiar " WS-REPORTE
                   " al repositorio"
               CLOSE INDICE
               GO TO guardarReporte-fin
           end-if.
           move spaces to INDICE-REC.
           move WS-NUEVO-ID to RX-ID.
           move WS-REPORTE to RX-REPORTE.
           move WS-FECHA-HOY to RX-FECHA.
           move WS-HORA to RX-HORA.
           move WS-CORRIDA to RX-CORRIDA.
           move LK-RP-PROGRAMA to RX-PROGRAMA.
           move WS-COPIA to RX-COPIA.
           move WS-TT-CANTIDAD to RX-CANTIDAD.
           move WS-TT-CHECK to RX-CHECK.
           move "VIGENTE" to RX-ESTADO.
           move 0 to RX-FECHA-DEPURA RX-REIMPRESIONES.
           WRITE INDICE-REC
               INVALID KEY
                   display "replib: id de repositorio repetido "
                       WS-NUEVO-ID
           END-WRITE.
           move "GUARDADO" to RJ-ACCION.
           PERFORM asentarDiario.
           PERFORM depurarCopias.
           CLOSE INDICE.
       guardarReporte-fin.
           EXIT.
       buscarRetener.
           move WS-RETENER-DEFECTO to WS-RETENER.
           PERFORM compararRetener VARYING WS-DEF-IDX2
               FROM 1 BY 1 UNTIL WS-DEF-IDX2 > WS-DEF-CANT.
       compararRetener.
           if WS-DEF-REPORTE (WS-DEF-IDX2) = WS-REPORTE
               and WS-DEF-RETENER (WS-DEF-IDX2) not = 0
               move WS-DEF-RETENER (WS-DEF-IDX2) to WS-RETENER
           end-if.
      *    de atras hacia adelante: el primero es el ultimo id; la
      *    primera copia vigente del reporte es la mas nueva
       buscarUltimo.
           move 0 to WS-ULTIMO-ID WS-VIGENTES.
           move "N" to WS-REPETIDO WS-FIN-INDICE.
           move 999999 to RX-ID.
           START INDICE KEY IS NOT GREATER THAN RX-ID
               INVALID KEY set FIN-INDICE to true
           END-START.
           PERFORM leerUltimo UNTIL FIN-INDICE.
       leerUltimo.
           READ INDICE PREVIOUS RECORD
               AT END set FIN-INDICE to true
               NOT AT END
                   if WS-ULTIMO-ID = 0
                       move RX-ID to WS-ULTIMO-ID
                   end-if
                   if RX-REPORTE = WS-REPORTE
                       and RX-ESTADO = "VIGENTE"
                       set FIN-INDICE to true
                       if RX-FECHA = WS-FECHA-HOY
                           and RX-CANTIDAD = WS-TT-CANTIDAD
                           and RX-CHECK = WS-TT-CHECK
                           set REPORTE-REPETIDO to true
                       end-if
                   end-if
           END-READ.
      ******************************************************************
      * retencion por reporte: quedan las WS-RETENER copias vigentes
      * mas nuevas; las anteriores se borran de REPOSIT/ y quedan
      * DEPURADO en el indice, salvo las que tienen retencion legal.
      ******************************************************************
       depurarCopias.
           move 0 to WS-VIGENTES.
           move "N" to WS-FIN-INDICE.
           move 999999 to RX-ID.
           START INDICE KEY IS NOT GREATER THAN RX-ID
               INVALID KEY set FIN-INDICE to true
           END-START.
           PERFORM revisarCopia UNTIL FIN-INDICE.
       revisarCopia.
           READ INDICE PREVIOUS RECORD
               AT END set FIN-INDICE to true
               NOT AT END
                   if RX-REPORTE = WS-REPORTE
                       and RX-ESTADO = "VIGENTE"
                       if WS-VIGENTES < WS-RETENER
                           add 1 to WS-VIGENTES
                       else
                           PERFORM depurarCopia
                       end-if
                   end-if
           END-READ.
       depurarCopia.
           move RX-REPORTE to WS-RL-ARCHIVO.
           move RX-FECHA to WS-RL-DESDE WS-RL-HASTA.
           CALL "retlib" USING WS-RL-ARCHIVO WS-RL-DESDE WS-RL-HASTA
               WS-RL-OPERADOR WS-RL-RETENIDA WS-RL-ID WS-RL-MOTIVO.
           if WS-RL-RETENIDA = "S"
               display "replib: " RX-COPIA " se conserva por la"
                   " retencion legal " WS-RL-ID
           else
               move spaces to WS-COMANDO
               STRING "rm -f " RX-COPIA
                   DELIMITED BY SIZE INTO WS-COMANDO
               CALL "SYSTEM" USING WS-COMANDO
               move "DEPURADO" to RX-ESTADO
               move WS-FECHA-HOY to RX-FECHA-DEPURA
               REWRITE INDICE-REC
                   INVALID KEY
                       display "replib: no se pudo depurar " RX-ID
               END-REWRITE
               move RX-ID to WS-NUEVO-ID
               move RX-CANTIDAD to WS-TT-CANTIDAD
               move RX-CHECK to WS-TT-CHECK
               move "DEPURADO" to RJ-ACCION
               PERFORM asentarDiario
           end-if.
       asentarDiario.
           OPEN EXTEND DIARIO.
           if WS-ESTADO-DIARIO = "35"
               OPEN OUTPUT DIARIO
               CLOSE DIARIO
               OPEN EXTEND DIARIO
           end-if.
           move WS-FECHA-HOY to RJ-FECHA.
           move WS-HORA to RJ-HORA.
           move WS-NUEVO-ID to RJ-ID.
           move WS-REPORTE to RJ-REPORTE.
           move WS-TT-CANTIDAD to RJ-CANTIDAD.
           move WS-TT-CHECK to RJ-CHECK.
           move " " to DIARIO-REC (9:1) DIARIO-REC (18:1)
               DIARIO-REC (25:1) DIARIO-REC (36:1) DIARIO-REC (49:1)
               DIARIO-REC (57:1).
           WRITE DIARIO-REC.
           CLOSE DIARIO.
       cargarDefiniciones.
           move 0 to WS-DEF-CANT.
           move "N" to WS-FIN-DEFINIC.
           OPEN INPUT DEFINICIONES.
           if WS-ESTADO-DEFINIC = "00"
               PERFORM leerDefinicion UNTIL FIN-DEFINIC
           end-if.
           CLOSE DEFINICIONES.
       leerDefinicion.
           READ DEFINICIONES
               AT END set FIN-DEFINIC to true
               NOT AT END
                   if WS-DEF-CANT < WS-DEF-MAX
                       and RD-REPORTE not = spaces
                       add 1 to WS-DEF-CANT
                       move RD-PROGRAMA
                           to WS-DEF-PROGRAMA (WS-DEF-CANT)
                       move RD-REPORTE to WS-DEF-REPORTE (WS-DEF-CANT)
                       move 0 to WS-DEF-RETENER (WS-DEF-CANT)
                       if RD-RETENER is NUMERIC
                           move RD-RETENER
                               to WS-DEF-RETENER (WS-DEF-CANT)
                       end-if
                   end-if
           END-READ.
      ******************************************************************
      * numero de corrida nocturna vigente segun RUNCTL.DAT (el que
      * avanza findia), para estampar la copia; 0 sin control.
      ******************************************************************
       leerCorrida.
           move 0 to WS-CORRIDA.
           OPEN INPUT CORRIDA-CONTROL.
           if WS-ESTADO-CORRIDA = "00"
               READ CORRIDA-CONTROL
                   AT END CONTINUE
                   NOT AT END
                       move RC-CORRIDA to WS-CORRIDA
               END-READ
           end-if.
           CLOSE CORRIDA-CONTROL.
       END PROGRAM replib.
