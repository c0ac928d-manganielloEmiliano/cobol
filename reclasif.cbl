      *                compilada queda solo de respaldo. El barrido
      *                reclasifica con exactamente la misma regla que
      *                la corrida de ifElse, que era todo el punto.
      *   15/10/2026 - los numeros con una fijacion de supervisor
      *                VIGENTE y no vencida en IFOVERR.DAT (ifovmant) no
      *                se mueven aunque los cortes digan otra cosa: se
      *                listan en RECLAREP.DAT como override con su banda
      *                y vencimiento, y se cuentan aparte en el resumen.
      *   15/10/2026 - un numero que el barrido mueve a la banda
      *                critica y tiene departamento dueno en IFDUENO.DAT
      *                deja en TALLEREX.DAT un aviso "depto=<dueno> ..."
      *                que notifica manda a los suscriptores de ese
      *                departamento (el mismo aviso que ifElse).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. reclasif.
           SELECT OPTIONAL CATEGORIAS ASSIGN TO "IFCATEG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CATEG.
           SELECT OPTIONAL OVERRIDES ASSIGN TO "IFOVERR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OV-NUMERO
               FILE STATUS IS WS-ESTADO-OVERRIDES.
           SELECT OPTIONAL DUENOS ASSIGN TO "IFDUENO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DU-NUMERO
               FILE STATUS IS WS-ESTADO-DUENOS.
           SELECT EXCEP-TALLER ASSIGN TO "TALLEREX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-EXCTALLER.
           SELECT OPTIONAL CORRIDA-CONTROL ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CORRIDA.
       DATA DIVISION.
       FILE SECTION.
       FD  MAESTRO.
           05  CG-HASTA            PIC 9(03).
           05  FILLER              PIC X(01).
           05  CG-CATEGORIA        PIC X(04).
       FD  OVERRIDES.
       01  OVERRIDES-REC.
           05  OV-NUMERO           PIC 9(03).
           05  OV-BANDA            PIC X(10).
           05  OV-MOTIVO           PIC X(40).
           05  OV-VENCE            PIC 9(08).
           05  OV-APROBADOR        PIC X(10).
           05  OV-FECHA-ALTA       PIC 9(08).
           05  OV-ESTADO           PIC X(10).
           05  OV-FECHA-ESTADO     PIC 9(08).
           05  OV-LIBERADO-POR     PIC X(10).
       FD  DUENOS.
       01  DUENOS-REC.
           05  DU-NUMERO           PIC 9(03).
           05  DU-DEPTO            PIC X(06).
           05  DU-FECHA            PIC 9(08).
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
       WORKING-STORAGE SECTION.
       01  WS-ESTADO-MAESTRO       PIC X(02).
       01  WS-ESTADO-HISTORIAL     PIC X(02).
       01  WS-CLASIF-NUEVA         PIC X(10) VALUE SPACES.
       01  WS-CANT-LEIDOS          PIC 9(05) VALUE 0.
       01  WS-CANT-MOVIDOS         PIC 9(05) VALUE 0.
       01  WS-CANT-OVERRIDE        PIC 9(05) VALUE 0.
       01  WS-ESTADO-OVERRIDES     PIC X(02).
       01  WS-HAY-OVERRIDES        PIC X(01) VALUE "N".
       01  WS-ES-OVERRIDE          PIC X(01) VALUE "N".
           88  ES-OVERRIDE         VALUE "S".
       01  WS-ESTADO-DUENOS        PIC X(02).
       01  WS-HAY-DUENOS           PIC X(01) VALUE "N".
       01  WS-ESTADO-EXCTALLER     PIC X(02).
       01  WS-ESTADO-CORRIDA       PIC X(02).
       01  WS-CORRIDA              PIC 9(02) VALUE 0.
       01  WS-FECHA-HOY            PIC 9(08) VALUE 0.
       01  WS-HORA-HOY             PIC 9(08).
       01  WS-LINEA-REPORTE        PIC X(80) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "fechalib" USING WS-FECHA-HOY.
           PERFORM leerCorrida.
           PERFORM cargaCategorias.
           move zeros to WS-CONT-ANTES WS-CONT-DESPUES.
           OPEN I-O MAESTRO.
                   WS-ESTADO-MAESTRO
               STOP RUN
           end-if.
           OPEN INPUT OVERRIDES.
           if WS-ESTADO-OVERRIDES = "00"
               move "S" to WS-HAY-OVERRIDES
           end-if.
           OPEN INPUT DUENOS.
           if WS-ESTADO-DUENOS = "00"
               move "S" to WS-HAY-DUENOS
           end-if.
           OPEN OUTPUT REPORTE.
           move spaces to WS-LINEA-REPORTE.
           STRING "reclasificacion masiva del " WS-FECHA-HOY
           END-START.
           PERFORM barrerMaestro UNTIL FIN-MAESTRO.
           CLOSE MAESTRO.
           CLOSE OVERRIDES.
           CLOSE DUENOS.
           PERFORM imprimeResumen.
           CLOSE REPORTE.
           display "reclasificacion terminada: " WS-CANT-MOVIDOS
                   add 1 to WS-CANT-LEIDOS
                   PERFORM acumularAntes
                   PERFORM clasificarNumero
                   PERFORM controlarOverride
                   if ES-OVERRIDE
                       PERFORM informarOverride
                   else
                       if WS-CLASIF-NUEVA not = MA-CLASIFICACION
                           PERFORM moverNumero
                       end-if
                   end-if
                   PERFORM acumularDespues
           END-READ.
      ******************************************************************
      * una fijacion VIGENTE y no vencida manda sobre los cortes: el
      * numero queda como esta y se informa como override.
      ******************************************************************
       controlarOverride.
           move "N" to WS-ES-OVERRIDE.
           if WS-HAY-OVERRIDES = "S"
               move MA-NUMERO to OV-NUMERO
               READ OVERRIDES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       if OV-ESTADO = "VIGENTE"
                           and OV-VENCE >= WS-FECHA-HOY
                           set ES-OVERRIDE to true
                       end-if
               END-READ
           end-if.
       informarOverride.
           add 1 to WS-CANT-OVERRIDE.
           move spaces to WS-LINEA-REPORTE.
           STRING "  numero " MA-NUMERO " override " OV-BANDA
                  " (vence " OV-VENCE ", cortes dan "
                  WS-CLASIF-NUEVA DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO WS-LINEA-REPORTE.
           WRITE REPORTE-REC FROM WS-LINEA-REPORTE.
       acumularAntes.
           PERFORM sumarAntes VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-CANT-BANDAS.
                  " -> " WS-CLASIF-NUEVA
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE.
           WRITE REPORTE-REC FROM WS-LINEA-REPORTE.
           if WS-CLASIF-NUEVA = WS-JG-ETIQUETA (WS-CANT-BANDAS)
               PERFORM avisarDueno
           end-if.
           move WS-CLASIF-NUEVA to MA-CLASIFICACION.
           REWRITE MAESTRO-REC.
       grabarHistorialCambio.
           move "reclasif" to HC-MODO.
           WRITE HISTORIAL-REC.
           CLOSE HISTORIAL.
      ******************************************************************
      * un numero que entra a la banda critica se avisa a su dueno,
      * igual que en ifElse: depto=<codigo> al frente del texto.
      ******************************************************************
       avisarDueno.
           if WS-HAY-DUENOS = "S"
               move MA-NUMERO to DU-NUMERO
               READ DUENOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM alertarDueno
               END-READ
           end-if.
       alertarDueno.
           OPEN EXTEND EXCEP-TALLER.
           if WS-ESTADO-EXCTALLER = "35"
               OPEN OUTPUT EXCEP-TALLER
               CLOSE EXCEP-TALLER
               OPEN EXTEND EXCEP-TALLER
           end-if.
           move spaces to EXCEP-TALLER-REC.
           move WS-FECHA-HOY to EXT-FECHA.
           move "RECLASIF" to EXT-PROGRAMA.
           move spaces to EXT-TEXTO.
           STRING "depto=" DU-DEPTO " numero " MA-NUMERO " "
                  DELIMITED BY SIZE
                  MA-CLASIFICACION DELIMITED BY SPACE
                  " -> " DELIMITED BY SIZE
                  WS-CLASIF-NUEVA DELIMITED BY SPACE
                  INTO EXT-TEXTO.
           move WS-CORRIDA to EXT-CORRIDA.
           WRITE EXCEP-TALLER-REC.
           CLOSE EXCEP-TALLER.
      ******************************************************************
      * numero de corrida nocturna de la fecha de proceso, del control
      * RUNCTL.DAT que avanza findia; 0 = fuera de corrida.
      ******************************************************************
       leerCorrida.
           move 0 to WS-CORRIDA.
           OPEN INPUT CORRIDA-CONTROL.
           if WS-ESTADO-CORRIDA = "00"
               READ CORRIDA-CONTROL
                   AT END CONTINUE
                   NOT AT END
                       if RC-FECHA = WS-FECHA-HOY
                           move RC-CORRIDA to WS-CORRIDA
                       end-if
               END-READ
           end-if.
           CLOSE CORRIDA-CONTROL.
       imprimeResumen.
           move "conteo por banda antes / despues:"
               to WS-LINEA-REPORTE.
           move spaces to WS-LINEA-REPORTE.
           STRING "numeros leidos=" WS-CANT-LEIDOS
                  " movidos=" WS-CANT-MOVIDOS
                  " override=" WS-CANT-OVERRIDE
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE.
           WRITE REPORTE-REC FROM WS-LINEA-REPORTE.
       imprimeBanda.
