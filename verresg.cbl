      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: verificacion del paquete de recuperacion - toma un
      *          paquete OFFSITE/RESG<fecha>.TAR armado por resguardo
      *          (fecha 0 = el ultimo sin verificar), lo desempaqueta
      *          en un directorio aparte VERIFTMP/ sin tocar
      *          produccion y recuenta cada archivo contra el
      *          manifiesto RESGMAN.DAT con la misma regla de totlib.
      *          Se recuenta cada archivo que el manifiesto nombra, asi
      *          los maestros que resguardo agrega al paquete quedan
      *          verificados sin tocar este programa.
      *          Deja la verificacion en el catalogo RESGCAT.DAT
      *          (renglon V) y el paquete pasa a VERIFICADO o FALLIDO;
      *          solo los verificados cuentan como resguardo y para la
      *          retencion de resguardo. Cualquier diferencia, o un
      *          paquete que no se puede abrir, se escala al flujo de
      *          excepciones del taller TALLEREX.DAT y queda en el
      *          reporte VRESREP.DAT.
      *          Termina con RETURN-CODE 8 si el paquete no verifica.
      * Tectonics: cobc -x -o verresg verresg.cbl numchk.cbl
      *            fechalib.cbl totlib.cbl
      * Modification History:
      *   15/10/2026 - recuenta tambien DEPTOMAE, IFDUENO, IFOVERR,
      *                RETLEG, DELEGA y TURNOS (por el manifiesto);
      *                RETLEG se recuenta a 250 posiciones con totlib.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. verresg.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MANIFIESTO ASSIGN TO "VERIFTMP/RESGMAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-MANIFIESTO.
           SELECT OPTIONAL CATALOGO ASSIGN TO "RESGCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CATALOGO.
           SELECT EXCEP-TALLER ASSIGN TO "TALLEREX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-EXCTALLER.
           SELECT OPTIONAL CORRIDA-CONTROL ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CORRIDA.
           SELECT REPORTE ASSIGN TO "VRESREP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  MANIFIESTO.
       01  MANIFIESTO-REC.
           05  MF-TIPO             PIC X(01).
           05  FILLER              PIC X(01).
           05  MF-ARCHIVO          PIC X(12).
           05  FILLER              PIC X(01).
           05  MF-PRESENTE         PIC X(01).
           05  FILLER              PIC X(01).
           05  MF-CANTIDAD         PIC 9(07).
           05  FILLER              PIC X(01).
           05  MF-CHECK            PIC 9(13).
       01  MANIFIESTO-CAB.
           05  FILLER              PIC X(02).
           05  MH-FECHA            PIC 9(08).
           05  FILLER              PIC X(01).
           05  MH-PAQUETE          PIC X(20).
           05  FILLER              PIC X(01).
           05  MH-ARCHIVOS         PIC 9(03).
       FD  CATALOGO.
       01  CATALOGO-REC.
           05  RG-TIPO             PIC X(01).
           05  FILLER              PIC X(01).
           05  RG-FECHA            PIC 9(08).
           05  FILLER              PIC X(01).
           05  RG-PAQUETE          PIC X(20).
           05  FILLER              PIC X(01).
           05  RG-ESTADO           PIC X(10).
           05  FILLER              PIC X(01).
           05  RG-ARCHIVOS         PIC 9(03).
           05  FILLER              PIC X(01).
           05  RG-DIFERENCIAS      PIC 9(05).
           05  FILLER              PIC X(01).
           05  RG-RETENER          PIC 9(03).
           05  FILLER              PIC X(01).
           05  RG-DEPURADO         PIC 9(08).
       FD  EXCEP-TALLER.
       01  EXCEP-TALLER-REC.
           05  EXT-FECHA           PIC 9(08).
           05  FILLER              PIC X(01).
           05  EXT-PROGRAMA        PIC X(15).
           05  FILLER              PIC X(01).
           05  EXT-TEXTO           PIC X(55).
           05  FILLER              PIC X(01).
           05  EXT-CORRIDA         PIC 9(02).
       FD  CORRIDA-CONTROL.
       01  CORRIDA-CONTROL-REC.
           05  RC-FECHA            PIC 9(08).
           05  FILLER              PIC X(01).
           05  RC-CORRIDA          PIC 9(02).
       FD  REPORTE.
       01  REPORTE-REC             PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-ESTADO-MANIFIESTO    PIC X(02).
       01  WS-ESTADO-CATALOGO      PIC X(02).
       01  WS-ESTADO-EXCTALLER     PIC X(02).
       01  WS-ESTADO-CORRIDA       PIC X(02).
       01  WS-FIN-MANIFIESTO       PIC X(01) VALUE "N".
           88  FIN-MANIFIESTO      VALUE "S".
       01  WS-FIN-CATALOGO         PIC X(01) VALUE "N".
           88  FIN-CATALOGO        VALUE "S".
       01  WS-FECHA-HOY            PIC 9(08) VALUE 0.
       01  WS-FECHA-PAQUETE        PIC 9(08) VALUE 0.
       01  WS-PAQUETE              PIC X(20) VALUE SPACES.
       01  WS-COMANDO              PIC X(100).
       01  WS-RC-COMANDO           PIC 9(03) VALUE 0.
       01  WS-CANT-ARCHIVOS        PIC 9(03) VALUE 0.
       01  WS-ARCHIVOS-CAB         PIC 9(03) VALUE 0.
       01  WS-CANT-MAL             PIC 9(05) VALUE 0.
       01  WS-MOTIVO-FALLA         PIC X(40) VALUE SPACES.
       01  WS-LINEA-REPORTE        PIC X(80) VALUE SPACES.
       01  WS-NUMCHK-PROMPT        PIC X(40).
       01  WS-NUMCHK-VALOR         PIC 9(09).
       01  WS-CORRIDA              PIC 9(02) VALUE 0.
       01  WS-TT-NOMBRE            PIC X(40).
       01  WS-TT-CANTIDAD          PIC 9(07).
       01  WS-TT-CHECK             PIC 9(13).
       01  WS-TT-HALLADO           PIC X(01).
      *    catalogo de paquetes en memoria, mismo layout que resguardo
       01  WS-CAT-CANT             PIC 9(03) VALUE 0.
       01  WS-CAT-MAX              PIC 9(03) VALUE 300.
       01  WS-CAT-IDX              PIC 9(03) VALUE 0.
       01  WS-CAT-HALLADO          PIC 9(03) VALUE 0.
       01  WS-CAT-TABLA.
           05  WS-CAT-ENT OCCURS 300 TIMES.
               10  WS-CAT-TIPO         PIC X(01).
               10  WS-CAT-FECHA        PIC 9(08).
               10  WS-CAT-PAQUETE      PIC X(20).
               10  WS-CAT-ESTADO       PIC X(10).
               10  WS-CAT-ARCHIVOS     PIC 9(03).
               10  WS-CAT-DIFERENCIAS  PIC 9(05).
               10  WS-CAT-RETENER      PIC 9(03).
               10  WS-CAT-DEPURADO     PIC 9(08).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "fechalib" USING WS-FECHA-HOY.
           move "fecha del paquete (AAAAMMDD, 0=ultimo)"
               to WS-NUMCHK-PROMPT.
           CALL "numchk" USING WS-NUMCHK-PROMPT WS-NUMCHK-VALOR.
           move WS-NUMCHK-VALOR to WS-FECHA-PAQUETE.
           PERFORM cargarCatalogo.
           move 0 to WS-CAT-HALLADO.
           PERFORM elegirPaquete VARYING WS-CAT-IDX FROM 1 BY 1
               UNTIL WS-CAT-IDX > WS-CAT-CANT.
           if WS-CAT-HALLADO = 0
               display "no hay paquete vigente para verificar en"
                   " RESGCAT.DAT"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           end-if.
           move WS-CAT-PAQUETE (WS-CAT-HALLADO) to WS-PAQUETE.
           move WS-CAT-FECHA (WS-CAT-HALLADO) to WS-FECHA-PAQUETE.
           OPEN OUTPUT REPORTE.
           move spaces to WS-LINEA-REPORTE.
           STRING "verificacion del paquete OFFSITE/" WS-PAQUETE
                  " el " WS-FECHA-HOY
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE.
           WRITE REPORTE-REC FROM WS-LINEA-REPORTE.
           display WS-LINEA-REPORTE.
           PERFORM desempaquetar THRU desempaquetar-fin.
           move "rm -rf VERIFTMP" to WS-COMANDO.
           CALL "SYSTEM" USING WS-COMANDO.
           PERFORM registrarVerificacion.
           if WS-CANT-MAL = 0
               move spaces to WS-LINEA-REPORTE
               STRING "paquete VERIFICADO: " WS-CANT-ARCHIVOS
                      " archivos en orden"
                      DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           else
               move spaces to WS-LINEA-REPORTE
               STRING "ATENCION: paquete FALLIDO, " WS-CANT-MAL
                      " diferencias"
                      DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           end-if.
           WRITE REPORTE-REC FROM WS-LINEA-REPORTE.
           display WS-LINEA-REPORTE.
           CLOSE REPORTE.
           if WS-CANT-MAL not = 0
               PERFORM escalarFalla
               MOVE 8 TO RETURN-CODE
           end-if.
           STOP RUN.
      *    fecha 0: el ultimo paquete vigente sin verificar; con fecha,
      *    el paquete vigente de ese dia (se puede volver a verificar)
       elegirPaquete.
           if WS-CAT-TIPO (WS-CAT-IDX) = "P"
               and WS-CAT-DEPURADO (WS-CAT-IDX) = 0
               if WS-FECHA-PAQUETE = 0
                   if WS-CAT-ESTADO (WS-CAT-IDX) = "ARMADO"
                       move WS-CAT-IDX to WS-CAT-HALLADO
                   end-if
               else
                   if WS-CAT-FECHA (WS-CAT-IDX) = WS-FECHA-PAQUETE
                       move WS-CAT-IDX to WS-CAT-HALLADO
                   end-if
               end-if
           end-if.
      ******************************************************************
      * el paquete se abre en VERIFTMP/, nunca sobre produccion; si no
      * se puede abrir o no trae manifiesto, la verificacion falla.
      ******************************************************************
       desempaquetar.
           move "rm -rf VERIFTMP" to WS-COMANDO.
           CALL "SYSTEM" USING WS-COMANDO.
           move "mkdir -p VERIFTMP" to WS-COMANDO.
           CALL "SYSTEM" USING WS-COMANDO.
           move spaces to WS-COMANDO.
           STRING "tar xf OFFSITE/" DELIMITED BY SIZE
                  WS-PAQUETE DELIMITED BY SPACE
                  " -C VERIFTMP" DELIMITED BY SIZE
                  INTO WS-COMANDO.
           CALL "SYSTEM" USING WS-COMANDO.
           compute WS-RC-COMANDO = RETURN-CODE / 256.
           if WS-RC-COMANDO not = 0
               add 1 to WS-CANT-MAL
               move "el paquete no se pudo desempaquetar"
                   to WS-MOTIVO-FALLA
               PERFORM informarFalla
               GO TO desempaquetar-fin
           end-if.
           move "N" to WS-FIN-MANIFIESTO.
           OPEN INPUT MANIFIESTO.
           if WS-ESTADO-MANIFIESTO not = "00"
               add 1 to WS-CANT-MAL
               move "el paquete no trae manifiesto RESGMAN.DAT"
                   to WS-MOTIVO-FALLA
               PERFORM informarFalla
               GO TO desempaquetar-fin
           end-if.
           PERFORM leerManifiesto UNTIL FIN-MANIFIESTO.
           CLOSE MANIFIESTO.
           if WS-CANT-ARCHIVOS not = WS-ARCHIVOS-CAB
               add 1 to WS-CANT-MAL
               move "el manifiesto no tiene todos los archivos"
                   to WS-MOTIVO-FALLA
               PERFORM informarFalla
           end-if.
       desempaquetar-fin.
           EXIT.
       leerManifiesto.
           READ MANIFIESTO
               AT END set FIN-MANIFIESTO to true
               NOT AT END
                   if MF-TIPO = "H"
                       move MH-ARCHIVOS to WS-ARCHIVOS-CAB
                       if MH-PAQUETE not = WS-PAQUETE
                           add 1 to WS-CANT-MAL
                           move "el manifiesto es de otro paquete"
                               to WS-MOTIVO-FALLA
                           PERFORM informarFalla
                       end-if
                   else
                       PERFORM verificarArchivo
                   end-if
           END-READ.
       verificarArchivo.
           add 1 to WS-CANT-ARCHIVOS.
           move spaces to WS-TT-NOMBRE.
           STRING "VERIFTMP/" MF-ARCHIVO
               DELIMITED BY SIZE INTO WS-TT-NOMBRE.
           CALL "totlib" USING WS-TT-NOMBRE WS-TT-CANTIDAD
               WS-TT-CHECK WS-TT-HALLADO.
           move spaces to WS-LINEA-REPORTE.
           if WS-TT-HALLADO = "S"
               and WS-TT-CANTIDAD = MF-CANTIDAD
               and WS-TT-CHECK = MF-CHECK
               STRING "  " MF-ARCHIVO " EN ORDEN (registros="
                      MF-CANTIDAD ")"
                      DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           else
               add 1 to WS-CANT-MAL
               if WS-TT-HALLADO not = "S"
                   STRING "  " MF-ARCHIVO " FALTA en el paquete"
                          DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               else
                   STRING "  " MF-ARCHIVO " DIFIERE: manifiesto="
                          MF-CANTIDAD "/" MF-CHECK
                          " recontado=" WS-TT-CANTIDAD "/"
                          WS-TT-CHECK
                          DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               end-if
           end-if.
           WRITE REPORTE-REC FROM WS-LINEA-REPORTE.
           display WS-LINEA-REPORTE.
       informarFalla.
           move spaces to WS-LINEA-REPORTE.
           STRING "  " WS-MOTIVO-FALLA
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE.
           WRITE REPORTE-REC FROM WS-LINEA-REPORTE.
           display WS-LINEA-REPORTE.
      ******************************************************************
      * el resultado queda en el catalogo: renglon V con la
      * verificacion y el paquete pasa a VERIFICADO o FALLIDO.
      ******************************************************************
       registrarVerificacion.
           if WS-CANT-MAL = 0
               move "VERIFICADO" to WS-CAT-ESTADO (WS-CAT-HALLADO)
           else
               move "FALLIDO" to WS-CAT-ESTADO (WS-CAT-HALLADO)
           end-if.
           move WS-CANT-MAL to WS-CAT-DIFERENCIAS (WS-CAT-HALLADO).
           if WS-CAT-CANT < WS-CAT-MAX
               add 1 to WS-CAT-CANT
               move "V" to WS-CAT-TIPO (WS-CAT-CANT)
               move WS-FECHA-HOY to WS-CAT-FECHA (WS-CAT-CANT)
               move WS-PAQUETE to WS-CAT-PAQUETE (WS-CAT-CANT)
               if WS-CANT-MAL = 0
                   move "OK" to WS-CAT-ESTADO (WS-CAT-CANT)
               else
                   move "FALLA" to WS-CAT-ESTADO (WS-CAT-CANT)
               end-if
               move WS-CANT-ARCHIVOS to WS-CAT-ARCHIVOS (WS-CAT-CANT)
               move WS-CANT-MAL to WS-CAT-DIFERENCIAS (WS-CAT-CANT)
               move 0 to WS-CAT-RETENER (WS-CAT-CANT)
               move 0 to WS-CAT-DEPURADO (WS-CAT-CANT)
           else
               display "verresg: catalogo de paquetes lleno, no se"
                   " registra la verificacion"
           end-if.
           OPEN OUTPUT CATALOGO.
           PERFORM grabarEntrada VARYING WS-CAT-IDX FROM 1 BY 1
               UNTIL WS-CAT-IDX > WS-CAT-CANT.
           CLOSE CATALOGO.
       cargarCatalogo.
           move "N" to WS-FIN-CATALOGO.
           move 0 to WS-CAT-CANT.
           OPEN INPUT CATALOGO.
           if WS-ESTADO-CATALOGO = "00"
               PERFORM leerCatalogo UNTIL FIN-CATALOGO
           end-if.
           CLOSE CATALOGO.
       leerCatalogo.
           READ CATALOGO
               AT END set FIN-CATALOGO to true
               NOT AT END
                   if WS-CAT-CANT < WS-CAT-MAX
                       add 1 to WS-CAT-CANT
                       move RG-TIPO to WS-CAT-TIPO (WS-CAT-CANT)
                       move RG-FECHA to WS-CAT-FECHA (WS-CAT-CANT)
                       move RG-PAQUETE to WS-CAT-PAQUETE (WS-CAT-CANT)
                       move RG-ESTADO to WS-CAT-ESTADO (WS-CAT-CANT)
                       move RG-ARCHIVOS
                           to WS-CAT-ARCHIVOS (WS-CAT-CANT)
                       move RG-DIFERENCIAS
                           to WS-CAT-DIFERENCIAS (WS-CAT-CANT)
                       move RG-RETENER to WS-CAT-RETENER (WS-CAT-CANT)
                       move RG-DEPURADO
                           to WS-CAT-DEPURADO (WS-CAT-CANT)
                   else
                       display "verresg: catalogo de paquetes"
                           " excede el maximo, entrada ignorada"
                   end-if
           END-READ.
       grabarEntrada.
           move spaces to CATALOGO-REC.
           move WS-CAT-TIPO (WS-CAT-IDX) to RG-TIPO.
           move WS-CAT-FECHA (WS-CAT-IDX) to RG-FECHA.
           move WS-CAT-PAQUETE (WS-CAT-IDX) to RG-PAQUETE.
           move WS-CAT-ESTADO (WS-CAT-IDX) to RG-ESTADO.
           move WS-CAT-ARCHIVOS (WS-CAT-IDX) to RG-ARCHIVOS.
           move WS-CAT-DIFERENCIAS (WS-CAT-IDX) to RG-DIFERENCIAS.
           move WS-CAT-RETENER (WS-CAT-IDX) to RG-RETENER.
           move WS-CAT-DEPURADO (WS-CAT-IDX) to RG-DEPURADO.
           WRITE CATALOGO-REC.
       escalarFalla.
           OPEN EXTEND EXCEP-TALLER.
           if WS-ESTADO-EXCTALLER = "35"
               OPEN OUTPUT EXCEP-TALLER
               CLOSE EXCEP-TALLER
               OPEN EXTEND EXCEP-TALLER
           end-if.
           move spaces to EXCEP-TALLER-REC.
           move WS-FECHA-HOY to EXT-FECHA.
           move "VERRESG" to EXT-PROGRAMA.
           move spaces to EXT-TEXTO.
           STRING "paquete de recuperacion " WS-PAQUETE
                  " no verifica"
                  DELIMITED BY SIZE INTO EXT-TEXTO.
           PERFORM leerCorrida.
           move WS-CORRIDA to EXT-CORRIDA.
           WRITE EXCEP-TALLER-REC.
           CLOSE EXCEP-TALLER.
      ******************************************************************
      * numero de corrida nocturna vigente segun RUNCTL.DAT (el que
      * avanza findia), para estampar la escalacion; 0 sin control.
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
       END PROGRAM verresg.
