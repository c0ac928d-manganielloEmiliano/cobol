      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: pasarela interdepartamental de consultas de
      *          clasificacion - los departamentos telefoneaban para
      *          preguntar "en que banda esta el 437" y alguien lo
      *          buscaba en ifinq. Ahora dejan un archivo de
      *          transferencia IFCONSX.DAT (solicitante(6) blanco
      *          numero(3)); este job, igual que gateway con las
      *          tablas, valida cada linea con las reglas del preedit
      *          (NUMERIC y rango 1-999 via editlib), busca el numero
      *          en el maestro IFMAEST.DAT y lo compara contra los
      *          cortes vigentes de IFBANDAS.DAT (bandaslib, con la
      *          categoria de IFCATEG.DAT como ifElse), y responde a
      *          cada solicitante en su propio archivo <solicitante>.IFR
      *          con el numero, la categoria, la banda y los cortes
      *          efectivos. Un numero que todavia no esta en el maestro
      *          se clasifica y se da de alta por el mismo camino que
      *          ifElse (alta asentada en IFHIST.DAT con "(alta)" como
      *          clasificacion anterior, modo "pasarela"), para que la
      *          reconstruccion de ifrecov y rephicla lo vean. Uno que
      *          ya esta se informa como figura en el maestro; si los
      *          cortes vigentes lo llevan a otra banda se indica y
      *          queda para reclasif. La disposicion linea por linea se
      *          acumula en IFDISP.DAT (como GWDISP.DAT) y el archivo
      *          procesado se aparta a IFCONSX.PRO para no recargarlo.
      *          Motivos de rechazo: SOLIC, NONUM, RANGO, y ERROR si
      *          el alta en el maestro falla.
      * Tectonics: cobc -x -o ifgate ifgate.cbl editlib.cbl
      *            fechalib.cbl bandaslib.cbl auditlog.cbl errlib.cbl
      * Modification History:
      *   15/10/2026 - un numero con fijacion de supervisor VIGENTE y
      *                no vencida en IFOVERR.DAT se responde con la
      *                banda fijada y origen "override", sin vigente=.
      *   15/10/2026 - un alta que entra a la banda critica y tiene
      *                dueno en IFDUENO.DAT deja en TALLEREX.DAT el
      *                aviso "depto=<dueno> ..." que notifica manda al
      *                departamento, como ifElse.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ifgate.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TRANSFERENCIA ASSIGN TO "IFCONSX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-TRANSF.
           SELECT MAESTRO ASSIGN TO "IFMAEST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MA-NUMERO
               FILE STATUS IS WS-ESTADO-MAESTRO.
           SELECT HISTORIAL ASSIGN TO "IFHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-HISTORIAL.
           SELECT OPTIONAL CATEGORIAS ASSIGN TO "IFCATEG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CATEG.
           SELECT DISPOSICION ASSIGN TO "IFDISP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-DISP.
           SELECT RESPUESTA ASSIGN TO DYNAMIC WS-NOMBRE-RESPUESTA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-RESPUESTA.
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
       FD  TRANSFERENCIA.
       01  TRANSFERENCIA-REC.
           05  IX-SOLICITANTE      PIC X(06).
           05  FILLER              PIC X(01).
           05  IX-NUMERO           PIC X(03).
       FD  MAESTRO.
       01  MAESTRO-REC.
           05  MA-NUMERO           PIC 9(03).
           05  MA-CLASIFICACION    PIC X(10).
       FD  HISTORIAL.
       01  HISTORIAL-REC.
           05  HC-FECHA            PIC 9(08).
           05  HC-HORA             PIC 9(08).
           05  HC-NUMERO           PIC 9(03).
           05  HC-CLASIF-ANTERIOR  PIC X(10).
           05  HC-CLASIF-NUEVA     PIC X(10).
           05  HC-MODO             PIC X(12).
       FD  CATEGORIAS.
       01  CATEGORIAS-REC.
           05  CG-DESDE            PIC 9(03).
           05  FILLER              PIC X(01).
           05  CG-HASTA            PIC 9(03).
           05  FILLER              PIC X(01).
           05  CG-CATEGORIA        PIC X(04).
       FD  DISPOSICION.
       01  DISPOSICION-REC         PIC X(60).
       FD  RESPUESTA.
       01  RESPUESTA-REC           PIC X(100).
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
       01  WS-ESTADO-TRANSF        PIC X(02).
       01  WS-ESTADO-MAESTRO       PIC X(02).
       01  WS-ESTADO-HISTORIAL     PIC X(02).
       01  WS-ESTADO-CATEG         PIC X(02).
       01  WS-ESTADO-DISP          PIC X(02).
       01  WS-ESTADO-RESPUESTA     PIC X(02).
       01  WS-ESTADO-OVERRIDES     PIC X(02).
       01  WS-HAY-OVERRIDES        PIC X(01) VALUE "N".
       01  WS-ESTADO-DUENOS        PIC X(02).
       01  WS-HAY-DUENOS           PIC X(01) VALUE "N".
       01  WS-ESTADO-EXCTALLER     PIC X(02).
       01  WS-ESTADO-CORRIDA       PIC X(02).
       01  WS-CORRIDA              PIC 9(02) VALUE 0.
       01  WS-ES-OVERRIDE          PIC X(01) VALUE "N".
           88  ES-OVERRIDE         VALUE "S".
       01  WS-NOMBRE-RESPUESTA     PIC X(30).
       01  WS-FIN-TRANSF           PIC X(01) VALUE "N".
           88  FIN-TRANSF          VALUE "S".
       01  WS-FIN-CATEG            PIC X(01) VALUE "N".
           88  FIN-CATEG           VALUE "S".
       01  WS-FECHA-HOY            PIC 9(08) VALUE 0.
       01  WS-HORA-HOY             PIC 9(08).
       01  WS-MOTIVO               PIC X(05).
       01  WS-NUMERO               PIC 9(03).
       01  WS-CANT-CONSULTADOS     PIC 9(05) VALUE 0.
       01  WS-CANT-ALTAS           PIC 9(05) VALUE 0.
       01  WS-CANT-RECHAZADOS      PIC 9(05) VALUE 0.
       01  WS-LINEA-DISP           PIC X(60) VALUE SPACES.
       01  WS-LINEA-RESPUESTA      PIC X(100) VALUE SPACES.
       01  WS-COMANDO              PIC X(40).
       01  WS-EDITLIB-VALOR        PIC 9(09).
       01  WS-EDITLIB-MIN          PIC 9(09) VALUE 1.
       01  WS-EDITLIB-MAX          PIC 9(09) VALUE 999.
       01  WS-EDITLIB-VALIDO       PIC X(01).
      *    tabla compilada de respaldo, la misma de ifElse
       01  WS-CANT-BANDAS          PIC 9(02) VALUE 4.
       01  WS-BANDAS-INIC.
           05  FILLER              PIC X(13) VALUE "050BAJO      ".
           05  FILLER              PIC X(13) VALUE "100MEDIO     ".
           05  FILLER              PIC X(13) VALUE "200ALTO      ".
           05  FILLER              PIC X(13) VALUE "999CRITICO   ".
       01  WS-BANDAS REDEFINES WS-BANDAS-INIC.
           05  WS-BANDA OCCURS 4 TIMES.
               10  WS-BANDA-LIMITE     PIC 9(03).
               10  WS-BANDA-ETIQUETA   PIC X(10).
       01  WS-JUEGO-ACTUAL.
           05  WS-JG-BANDA OCCURS 4 TIMES.
               10  WS-JG-LIMITE        PIC 9(03).
               10  WS-JG-ETIQUETA      PIC X(10).
       01  WS-RGO-CANT             PIC 9(02) VALUE 0.
       01  WS-RGO-MAX              PIC 9(02) VALUE 20.
       01  WS-RGO-IDX              PIC 9(02) VALUE 0.
       01  WS-RANGOS-CATEG.
           05  WS-RGO-ENT OCCURS 20 TIMES.
               10  WS-RGO-DESDE        PIC 9(03).
               10  WS-RGO-HASTA        PIC 9(03).
               10  WS-RGO-CATEGORIA    PIC X(04).
       01  WS-CATEG-ACTUAL         PIC X(04) VALUE "GRAL".
       01  WS-SET-CANT             PIC 9(02) VALUE 0.
       01  WS-SET-MAX              PIC 9(02) VALUE 10.
       01  WS-SET-IDX              PIC 9(02) VALUE 0.
       01  WS-SET-HALLADO          PIC 9(02) VALUE 0.
       01  WS-SETS-BANDAS.
           05  WS-SET-ENT OCCURS 10 TIMES.
               10  WS-SET-CATEGORIA    PIC X(04).
               10  WS-SET-JUEGO.
                   15  WS-SET-BANDA OCCURS 4 TIMES.
                       20  WS-SET-LIMITE   PIC 9(03).
                       20  WS-SET-ETIQUETA PIC X(10).
       01  WS-BD-HALLADO           PIC X(01).
       01  WS-IDX                  PIC 9(02).
       01  WS-CLASIFICACION        PIC X(10) VALUE SPACES.
       01  WS-CLASIF-ANTERIOR      PIC X(10) VALUE SPACES.
       01  WS-CLASIF-MAESTRO       PIC X(10) VALUE SPACES.
       01  WS-ORIGEN-RESPUESTA     PIC X(08) VALUE SPACES.
       01  WS-CORTES               PIC X(60) VALUE SPACES.
       01  WS-PUNTERO              PIC 9(03) VALUE 1.
       01  WS-ERR-PROGRAMA         PIC X(15) VALUE "IFGATE".
       01  WS-ERR-ARCHIVO          PIC X(12).
       01  WS-ERR-OPERACION        PIC X(10).
       01  WS-ERR-ESTADO           PIC X(02).
       01  WS-AUDIT-PROGRAMA       PIC X(15) VALUE "IFGATE".
       01  WS-AUDIT-CAMPO          PIC X(15).
       01  WS-AUDIT-VALOR          PIC X(20).
       01  WS-AUDIT-RESULTADO      PIC X(20).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "fechalib" USING WS-FECHA-HOY.
           PERFORM leerCorrida.
           OPEN INPUT TRANSFERENCIA.
           if WS-ESTADO-TRANSF not = "00"
               CLOSE TRANSFERENCIA
               display "no hay transferencia IFCONSX.DAT, nada que"
                   " clasificar"
               STOP RUN
           end-if.
           OPEN I-O MAESTRO.
           if WS-ESTADO-MAESTRO = "35"
               OPEN OUTPUT MAESTRO
               CLOSE MAESTRO
               OPEN I-O MAESTRO
           end-if.
           if WS-ESTADO-MAESTRO not = "00"
               move "IFMAEST.DAT" to WS-ERR-ARCHIVO
               move "OPEN I-O" to WS-ERR-OPERACION
               move WS-ESTADO-MAESTRO to WS-ERR-ESTADO
               PERFORM informaFallaArchivo
               CLOSE TRANSFERENCIA
               MOVE 12 TO RETURN-CODE
               STOP RUN
           end-if.
           PERFORM cargaCategorias.
           OPEN INPUT OVERRIDES.
           if WS-ESTADO-OVERRIDES = "00"
               move "S" to WS-HAY-OVERRIDES
           end-if.
           OPEN INPUT DUENOS.
           if WS-ESTADO-DUENOS = "00"
               move "S" to WS-HAY-DUENOS
           end-if.
           PERFORM abrirDisposicion.
           PERFORM cargarLinea UNTIL FIN-TRANSF.
           CLOSE DISPOSICION.
           CLOSE TRANSFERENCIA.
           CLOSE MAESTRO.
           CLOSE OVERRIDES.
           CLOSE DUENOS.
           move "mv IFCONSX.DAT IFCONSX.PRO" to WS-COMANDO.
           CALL "SYSTEM" USING WS-COMANDO.
           display "pasarela de clasificacion: consultados="
               WS-CANT-CONSULTADOS " altas=" WS-CANT-ALTAS
               " rechazados=" WS-CANT-RECHAZADOS.
           display "disposiciones en IFDISP.DAT".
           STOP RUN.
       cargarLinea.
           READ TRANSFERENCIA
               AT END set FIN-TRANSF to true
               NOT AT END
                   PERFORM validarLinea
                   if WS-MOTIVO = spaces
                       PERFORM responderNumero
                   else
                       PERFORM rechazarLinea
                   end-if
           END-READ.
      ******************************************************************
      * mismas reglas que el preedit del lote de ifElse: NUMERIC antes
      * que nada y numero 1-999 via editlib. Motivos: SOLIC, NONUM,
      * RANGO.
      ******************************************************************
       validarLinea.
           move spaces to WS-MOTIVO.
           if IX-SOLICITANTE = spaces
               move "SOLIC" to WS-MOTIVO
           else
               if IX-NUMERO is not NUMERIC
                   move "NONUM" to WS-MOTIVO
               else
                   move IX-NUMERO to WS-EDITLIB-VALOR
                   CALL "rangoValido" USING WS-EDITLIB-VALOR
                       WS-EDITLIB-MIN WS-EDITLIB-MAX
                       WS-EDITLIB-VALIDO
                   if WS-EDITLIB-VALIDO not = "S"
                       move "RANGO" to WS-MOTIVO
                   end-if
               end-if
           end-if.
       abrirDisposicion.
           OPEN EXTEND DISPOSICION.
           if WS-ESTADO-DISP = "35"
               OPEN OUTPUT DISPOSICION
               CLOSE DISPOSICION
               OPEN EXTEND DISPOSICION
           end-if.
      ******************************************************************
      * el numero se clasifica con los cortes vigentes de su categoria;
      * si ya esta en el maestro se informa como figura ahi, si no se
      * da de alta como lo haria ifElse.
      ******************************************************************
       responderNumero.
           move IX-NUMERO to WS-NUMERO.
           PERFORM clasificarNumero.
           PERFORM controlarOverride.
           move WS-NUMERO to MA-NUMERO.
           READ MAESTRO
               INVALID KEY
                   PERFORM altaClasificacion
               NOT INVALID KEY
                   move MA-CLASIFICACION to WS-CLASIF-MAESTRO
                   move "maestro" to WS-ORIGEN-RESPUESTA
                   add 1 to WS-CANT-CONSULTADOS
           END-READ.
           if ES-OVERRIDE and WS-ORIGEN-RESPUESTA not = spaces
               move OV-BANDA to WS-CLASIF-MAESTRO
               move "override" to WS-ORIGEN-RESPUESTA
           end-if.
           if WS-ORIGEN-RESPUESTA = spaces
               move "ERROR" to WS-MOTIVO
               PERFORM rechazarLinea
           else
               PERFORM armarCortes
               PERFORM grabarRespuesta
               move spaces to WS-LINEA-DISP
               STRING WS-FECHA-HOY " " IX-SOLICITANTE " numero "
                      WS-NUMERO " RESPONDIDO " WS-ORIGEN-RESPUESTA
                      " banda=" WS-CLASIF-MAESTRO
                      DELIMITED BY SIZE INTO WS-LINEA-DISP
               WRITE DISPOSICION-REC FROM WS-LINEA-DISP
           end-if.
      ******************************************************************
      * una fijacion VIGENTE y no vencida manda sobre los cortes, igual
      * que en ifElse.
      ******************************************************************
       controlarOverride.
           move "N" to WS-ES-OVERRIDE.
           if WS-HAY-OVERRIDES = "S"
               move WS-NUMERO to OV-NUMERO
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
       altaClasificacion.
           move spaces to WS-ORIGEN-RESPUESTA.
           move WS-NUMERO to MA-NUMERO.
           move WS-CLASIFICACION to MA-CLASIFICACION.
           WRITE MAESTRO-REC
               INVALID KEY
                   move "IFMAEST.DAT" to WS-ERR-ARCHIVO
                   move "WRITE" to WS-ERR-OPERACION
                   move WS-ESTADO-MAESTRO to WS-ERR-ESTADO
                   PERFORM informaFallaArchivo
               NOT INVALID KEY
                   move "(alta)" to WS-CLASIF-ANTERIOR
                   PERFORM grabarHistorialCambio
                   move WS-CLASIFICACION to WS-CLASIF-MAESTRO
                   move "alta" to WS-ORIGEN-RESPUESTA
                   add 1 to WS-CANT-ALTAS
                   if WS-CLASIFICACION
                       = WS-JG-ETIQUETA (WS-CANT-BANDAS)
                       PERFORM avisarDueno
                   end-if
           END-WRITE.
      ******************************************************************
      * un alta que entra a la banda critica se avisa a su dueno, igual
      * que en ifElse: depto=<codigo> al frente del texto.
      ******************************************************************
       avisarDueno.
           if WS-HAY-DUENOS = "S"
               move WS-NUMERO to DU-NUMERO
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
           move "IFGATE" to EXT-PROGRAMA.
           move spaces to EXT-TEXTO.
           STRING "depto=" DU-DEPTO " numero " WS-NUMERO " "
                  DELIMITED BY SIZE
                  WS-CLASIF-ANTERIOR DELIMITED BY SPACE
                  " -> " DELIMITED BY SIZE
                  WS-CLASIFICACION DELIMITED BY SPACE
                  INTO EXT-TEXTO.
           move WS-CORRIDA to EXT-CORRIDA.
           WRITE EXCEP-TALLER-REC.
           CLOSE EXCEP-TALLER.
       grabarHistorialCambio.
           OPEN EXTEND HISTORIAL.
           if WS-ESTADO-HISTORIAL = "35"
               OPEN OUTPUT HISTORIAL
               CLOSE HISTORIAL
               OPEN EXTEND HISTORIAL
           end-if.
           ACCEPT WS-HORA-HOY FROM TIME.
           move WS-FECHA-HOY to HC-FECHA.
           move WS-HORA-HOY to HC-HORA.
           move WS-NUMERO to HC-NUMERO.
           move WS-CLASIF-ANTERIOR to HC-CLASIF-ANTERIOR.
           move WS-CLASIFICACION to HC-CLASIF-NUEVA.
           move "pasarela" to HC-MODO.
           WRITE HISTORIAL-REC.
           CLOSE HISTORIAL.
       rechazarLinea.
           add 1 to WS-CANT-RECHAZADOS.
           move spaces to WS-LINEA-DISP.
           STRING WS-FECHA-HOY " " IX-SOLICITANTE " numero "
                  IX-NUMERO " RECHAZADO motivo=" WS-MOTIVO
                  DELIMITED BY SIZE INTO WS-LINEA-DISP.
           WRITE DISPOSICION-REC FROM WS-LINEA-DISP.
           move "RECHAZO" to WS-AUDIT-CAMPO.
           move spaces to WS-AUDIT-VALOR.
           STRING IX-SOLICITANTE " numero " IX-NUMERO
                  DELIMITED BY SIZE INTO WS-AUDIT-VALOR.
           move WS-MOTIVO to WS-AUDIT-RESULTADO.
           PERFORM registraAuditoria.
           if IX-SOLICITANTE not = spaces
               move spaces to WS-LINEA-RESPUESTA
               STRING WS-FECHA-HOY " numero " IX-NUMERO
                      " RECHAZADO motivo=" WS-MOTIVO
                      DELIMITED BY SIZE INTO WS-LINEA-RESPUESTA
               PERFORM escribeRespuesta
           end-if.
       registraAuditoria.
           CALL "auditlog" USING WS-AUDIT-PROGRAMA WS-AUDIT-CAMPO
               WS-AUDIT-VALOR WS-AUDIT-RESULTADO.
       informaFallaArchivo.
           CALL "errlib" USING WS-ERR-PROGRAMA WS-ERR-ARCHIVO
               WS-ERR-OPERACION WS-ERR-ESTADO.
      ******************************************************************
      * respuesta al solicitante en <solicitante>.IFR: numero,
      * categoria, banda (la del maestro), los cuatro cortes efectivos
      * de la categoria y de donde salio; si los cortes vigentes dan
      * otra banda que la del maestro se agrega vigente=<banda>.
      ******************************************************************
       grabarRespuesta.
           move spaces to WS-LINEA-RESPUESTA.
           if WS-CLASIF-MAESTRO = WS-CLASIFICACION
               STRING WS-FECHA-HOY " numero " WS-NUMERO
                      " categoria " WS-CATEG-ACTUAL
                      " banda " WS-CLASIF-MAESTRO
                      " " WS-ORIGEN-RESPUESTA " cortes " WS-CORTES
                      DELIMITED BY SIZE INTO WS-LINEA-RESPUESTA
           else
               STRING WS-FECHA-HOY " numero " WS-NUMERO
                      " categoria " WS-CATEG-ACTUAL
                      " banda " WS-CLASIF-MAESTRO
                      " vigente=" WS-CLASIFICACION
                      " cortes " WS-CORTES
                      DELIMITED BY SIZE INTO WS-LINEA-RESPUESTA
           end-if.
           PERFORM escribeRespuesta.
       escribeRespuesta.
           move spaces to WS-NOMBRE-RESPUESTA.
           STRING IX-SOLICITANTE DELIMITED BY SPACE
                  ".IFR" DELIMITED BY SIZE
                  INTO WS-NOMBRE-RESPUESTA.
           OPEN EXTEND RESPUESTA.
           if WS-ESTADO-RESPUESTA = "35"
               OPEN OUTPUT RESPUESTA
               CLOSE RESPUESTA
               OPEN EXTEND RESPUESTA
           end-if.
           WRITE RESPUESTA-REC FROM WS-LINEA-RESPUESTA.
           CLOSE RESPUESTA.
       armarCortes.
           move spaces to WS-CORTES.
           move 1 to WS-PUNTERO.
           PERFORM agregarCorte VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-CANT-BANDAS.
       agregarCorte.
           STRING WS-JG-ETIQUETA (WS-IDX) DELIMITED BY SPACE
                  "<=" WS-JG-LIMITE (WS-IDX) " "
                  DELIMITED BY SIZE
                  INTO WS-CORTES WITH POINTER WS-PUNTERO.
      ******************************************************************
      * clasificacion con la misma regla que ifElse: categoria por los
      * rangos de IFCATEG.DAT (GRAL si no hay rango), juego de cortes
      * de IFBANDAS.DAT via bandaslib, recordado por categoria; sin
      * juego completo quedan los cortes compilados de WS-BANDAS.
      ******************************************************************
       clasificarNumero.
           PERFORM preparaJuego.
           move spaces to WS-CLASIFICACION.
           PERFORM evaluarBanda VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-CANT-BANDAS OR
                     WS-CLASIFICACION NOT = SPACES.
       evaluarBanda.
           if WS-NUMERO <= WS-JG-LIMITE(WS-IDX)
               move WS-JG-ETIQUETA(WS-IDX) to WS-CLASIFICACION
           end-if.
       cargaCategorias.
           OPEN INPUT CATEGORIAS.
           if WS-ESTADO-CATEG = "00"
               PERFORM leerCategoria UNTIL FIN-CATEG
           end-if.
           CLOSE CATEGORIAS.
       leerCategoria.
           READ CATEGORIAS
               AT END set FIN-CATEG to true
               NOT AT END
                   if WS-RGO-CANT < WS-RGO-MAX
                       add 1 to WS-RGO-CANT
                       move CG-DESDE to WS-RGO-DESDE (WS-RGO-CANT)
                       move CG-HASTA to WS-RGO-HASTA (WS-RGO-CANT)
                       move CG-CATEGORIA
                           to WS-RGO-CATEGORIA (WS-RGO-CANT)
                   end-if
           END-READ.
       preparaJuego.
           move "GRAL" to WS-CATEG-ACTUAL.
           PERFORM buscaRango VARYING WS-RGO-IDX FROM 1 BY 1
               UNTIL WS-RGO-IDX > WS-RGO-CANT.
           move 0 to WS-SET-HALLADO.
           PERFORM buscaJuego VARYING WS-SET-IDX FROM 1 BY 1
               UNTIL WS-SET-IDX > WS-SET-CANT.
           if WS-SET-HALLADO = 0
               if WS-SET-CANT < WS-SET-MAX
                   add 1 to WS-SET-CANT
                   move WS-SET-CANT to WS-SET-HALLADO
                   move WS-CATEG-ACTUAL
                       to WS-SET-CATEGORIA (WS-SET-HALLADO)
                   CALL "bandaslib" USING WS-CATEG-ACTUAL
                       WS-FECHA-HOY WS-SET-JUEGO (WS-SET-HALLADO)
                       WS-BD-HALLADO
                   if WS-BD-HALLADO not = "S"
                       move WS-BANDAS
                           to WS-SET-JUEGO (WS-SET-HALLADO)
                   end-if
               end-if
           end-if.
           if WS-SET-HALLADO = 0
               move WS-BANDAS to WS-JUEGO-ACTUAL
           else
               move WS-SET-JUEGO (WS-SET-HALLADO)
                   to WS-JUEGO-ACTUAL
           end-if.
       buscaRango.
           if WS-NUMERO >= WS-RGO-DESDE (WS-RGO-IDX)
               and WS-NUMERO <= WS-RGO-HASTA (WS-RGO-IDX)
               move WS-RGO-CATEGORIA (WS-RGO-IDX)
                   to WS-CATEG-ACTUAL
           end-if.
       buscaJuego.
           if WS-SET-CATEGORIA (WS-SET-IDX) = WS-CATEG-ACTUAL
               move WS-SET-IDX to WS-SET-HALLADO
           end-if.
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
       END PROGRAM ifgate.
