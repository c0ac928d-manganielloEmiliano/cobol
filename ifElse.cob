      * Tectonics: cobc -x -o ifElse ifElse.cob editlib.cbl numchk.cbl
      *            auditlog.cbl fechalib.cbl configlib.cbl
      *            bandaslib.cbl errlib.cbl
      *            replib.cbl totlib.cbl retlib.cbl
      * Modification History:
      *   09/08/2026 - se reemplaza el corte fijo en 50 por una tabla
      *                de bandas (bajo/medio/alto/critico) cargada por
      *                ajusta el FD, la clasificacion sigue leyendo el
      *                numero. Un lote viejo sin el campo se procesa
      *                igual (las ocurrencias quedan en blanco).
      *   15/10/2026 - se respetan las clasificaciones fijadas por un
      *                supervisor en IFOVERR.DAT (ifovmant): un numero
      *                con fijacion VIGENTE no vencida toma la banda
      *                fijada, no se regraba el maestro ni el diario,
      *                se informa como override (en pantalla, y en el
      *                IFREP.DAT del lote con su conteo) y cuenta en la
      *                banda fijada.
      *   15/10/2026 - un numero que pasa a la banda critica (cambio o
      *                alta) y tiene departamento dueno en IFDUENO.DAT
      *                (ifdueman) deja en TALLEREX.DAT un aviso
      *                "depto=<dueno> ..." que notifica manda a los
      *                suscriptores de ese departamento.
      *   15/10/2026 - al cerrar IFREP.DAT se guarda la copia en el
      *                repositorio de reportes (replib) con fecha,
      *                corrida y programa.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ifElse.
           SELECT OPTIONAL CORRIDA-CONTROL ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CORRIDA.
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
       DATA DIVISION.
       FILE SECTION.
       FD  MAESTRO.
           05  HC-CLASIF-ANTERIOR  PIC X(10).
           05  HC-CLASIF-NUEVA     PIC X(10).
           05  HC-MODO             PIC X(12).
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
       WORKING-STORAGE SECTION.
       01  WS-ESTADO-MAESTRO        PIC X(02).
       01  WS-ESTADO-NUMEROS        PIC X(02).
       01  WS-CONFIG-CLAVE         PIC X(20).
       01  WS-CONFIG-VALOR         PIC X(10).
       01  WS-CONFIG-HALLADO       PIC X(01).
      *    fijaciones de supervisor (IFOVERR.DAT); sin archivo no hay
      *    ninguna y todo numero se clasifica por sus cortes
       01  WS-ESTADO-OVERRIDES     PIC X(02).
       01  WS-HAY-OVERRIDES        PIC X(01) VALUE "N".
       01  WS-ES-OVERRIDE          PIC X(01) VALUE "N".
           88  ES-OVERRIDE         VALUE "S".
       01  WS-CANT-OVERRIDE        PIC 9(05) VALUE 0.
      *    departamento dueno de cada numero (IFDUENO.DAT, opcional)
       01  WS-ESTADO-DUENOS        PIC X(02).
       01  WS-HAY-DUENOS           PIC X(01) VALUE "N".
       01  WS-REP-PROGRAMA         PIC X(15) VALUE "IFELSE".
       01  WS-REP-REPORTE          PIC X(12) VALUE "IFREP.DAT".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "fechalib" USING WS-FECHA-HOY.
           PERFORM leerCorrida.
           PERFORM cargaConfiguracion.
           PERFORM cargaCategorias.
           OPEN INPUT OVERRIDES.
           if WS-ESTADO-OVERRIDES = "00"
               move "S" to WS-HAY-OVERRIDES
           end-if.
           OPEN INPUT DUENOS.
           if WS-ESTADO-DUENOS = "00"
               move "S" to WS-HAY-DUENOS
           end-if.
           OPEN INPUT NUMEROS.
           if WS-ESTADO-NUMEROS = "00"
               move "S" to WS-MODO-BATCH
               PERFORM pedirNumeroValido
               PERFORM clasificarNumero
               display "el numero se clasifica como " WS-CLASIFICACION
               if ES-OVERRIDE
                   display "override: banda fijada por " OV-APROBADOR
                       " hasta el " OV-VENCE ", motivo: " OV-MOTIVO
               end-if
               PERFORM grabarClasificacion THRU
                   grabarClasificacion-fin
           end-if.
           CLOSE OVERRIDES.
           CLOSE DUENOS.
           if HUBO-ALERTA
               MOVE 4 TO RETURN-CODE
           end-if.
                   grabarClasificacion-fin
                       PERFORM acumularBanda
                       add 1 to WS-TOTAL-REGISTROS
                       if ES-OVERRIDE
                           add 1 to WS-CANT-OVERRIDE
                       end-if
                       PERFORM grabaPuntoControl
                   end-if
           END-READ.
           PERFORM evaluarBanda VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-CANT-BANDAS OR
                     WS-CLASIFICACION NOT = SPACES.
           PERFORM controlarOverride.
      ******************************************************************
      * una fijacion VIGENTE y no vencida manda sobre los cortes: el
      * numero toma la banda fijada y no se regraba (override).
      ******************************************************************
       controlarOverride.
           move "N" to WS-ES-OVERRIDE.
           if WS-HAY-OVERRIDES = "S"
               move numero to OV-NUMERO
               READ OVERRIDES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       if OV-ESTADO = "VIGENTE"
                           and OV-VENCE >= WS-FECHA-HOY
                           set ES-OVERRIDE to true
                           move OV-BANDA to WS-CLASIFICACION
                       end-if
               END-READ
           end-if.
       evaluarBanda.
           if numero <= WS-JG-LIMITE(WS-IDX)
               move WS-JG-ETIQUETA(WS-IDX) to WS-CLASIFICACION
                  WS-TOTAL-REGISTROS  DELIMITED BY SIZE
                  INTO WS-LINEA-REPORTE.
           WRITE REPORTE-REC FROM WS-LINEA-REPORTE.
           if WS-CANT-OVERRIDE not = 0
               move spaces to WS-LINEA-REPORTE
               STRING "OVERRIDE (NO REGRABADOS): " WS-CANT-OVERRIDE
                      DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               WRITE REPORTE-REC FROM WS-LINEA-REPORTE
           end-if.
           PERFORM controlarUmbral VARYING WS-IDX3 FROM 1 BY 1
               UNTIL WS-IDX3 > WS-CANT-BANDAS.
           CLOSE REPORTE.
           CALL "replib" USING WS-REP-PROGRAMA WS-REP-REPORTE.
       grabarHistorialBandas.
           OPEN EXTEND HIST-BANDAS.
           if WS-ESTADO-HISTBANDA = "35"
           WRITE EXCEP-TALLER-REC.
           CLOSE EXCEP-TALLER.
      ******************************************************************
      * un numero que entra a la banda critica se avisa a su dueno: el
      * texto empieza con depto=<codigo> para que notifica lo rutee.
      ******************************************************************
       avisarDueno.
           if WS-HAY-DUENOS = "S"
               move numero to DU-NUMERO
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
           move "IFELSE" to EXT-PROGRAMA.
           move spaces to EXT-TEXTO.
           STRING "depto=" DU-DEPTO " numero " numero " "
                  DELIMITED BY SIZE
                  WS-CLASIF-ANTERIOR DELIMITED BY SPACE
                  " -> " DELIMITED BY SIZE
                  WS-CLASIFICACION DELIMITED BY SPACE
                  INTO EXT-TEXTO.
           move WS-CORRIDA to EXT-CORRIDA.
           WRITE EXCEP-TALLER-REC.
           CLOSE EXCEP-TALLER.
      ******************************************************************
      * numero de corrida nocturna de la fecha de proceso, del control
      * RUNCTL.DAT que avanza findia; 0 = fuera de corrida.
      ******************************************************************
                  INTO WS-LINEA-REPORTE.
           WRITE REPORTE-REC FROM WS-LINEA-REPORTE.
       grabarClasificacion.
           if ES-OVERRIDE
               GO TO grabarClasificacion-fin
           end-if.
           OPEN I-O MAESTRO.
           if WS-ESTADO-MAESTRO = "35"
               OPEN OUTPUT MAESTRO
               PERFORM grabarHistorialCambio
               WRITE MAESTRO-REC
           end-if.
           if WS-CLASIFICACION = WS-JG-ETIQUETA(WS-CANT-BANDAS)
               and WS-CLASIF-ANTERIOR not = WS-CLASIFICACION
               PERFORM avisarDueno
           end-if.
           CLOSE MAESTRO.
       grabarClasificacion-fin.
           EXIT.
