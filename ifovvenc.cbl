      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: paso nocturno de vencimiento de las clasificaciones
      *          fijadas (override) de IFOVERR.DAT - una fijacion
      *          VIGENTE cuya fecha de vencimiento ya paso queda
      *          VENCIDA: el numero vuelve en IFMAEST.DAT a la banda
      *          que le dan los cortes vigentes de su categoria
      *          (IFBANDAS.DAT via bandaslib, IFCATEG.DAT, igual que
      *          ifElse), el paso queda asentado en el diario
      *          IFHIST.DAT (modo "vencido") y se avisa en el flujo de
      *          excepciones TALLEREX.DAT. Ademas lista en TALLEREX.DAT
      *          las fijaciones que vencen dentro de la semana habil
      *          (cinco dias habiles del calendario del taller), para
      *          que el supervisor las renueve o las deje caer a
      *          conciencia.
      * Tectonics: cobc -x -o ifovvenc ifovvenc.cbl fechalib.cbl
      *            bandaslib.cbl
      * Modification History:
      *   15/10/2026 - un numero que al vencer su fijacion vuelve a la
      *                banda critica y tiene dueno en IFDUENO.DAT deja
      *                en TALLEREX.DAT el aviso "depto=<dueno> ..." que
      *                notifica manda al departamento, como ifElse.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ifovvenc.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL OVERRIDES ASSIGN TO "IFOVERR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OV-NUMERO
               FILE STATUS IS WS-ESTADO-OVERRIDES.
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
       01  WS-ESTADO-OVERRIDES     PIC X(02).
       01  WS-ESTADO-MAESTRO       PIC X(02).
       01  WS-ESTADO-HISTORIAL     PIC X(02).
       01  WS-ESTADO-CATEG         PIC X(02).
       01  WS-ESTADO-EXCTALLER     PIC X(02).
       01  WS-ESTADO-DUENOS        PIC X(02).
       01  WS-HAY-DUENOS           PIC X(01) VALUE "N".
       01  WS-ESTADO-CORRIDA       PIC X(02).
       01  WS-CORRIDA              PIC 9(02) VALUE 0.
       01  WS-FIN-OVERRIDES        PIC X(01) VALUE "N".
           88  FIN-OVERRIDES       VALUE "S".
       01  WS-FIN-CATEG            PIC X(01) VALUE "N".
           88  FIN-CATEG           VALUE "S".
       01  WS-FECHA-HOY            PIC 9(08) VALUE 0.
       01  WS-HORA-HOY             PIC 9(08).
       01  WS-FECHA-LIMITE         PIC 9(08) VALUE 0.
       01  WS-DIAS-AVISO           PIC 9(04) VALUE 5.
       01  WS-NUMERO               PIC 9(03).
       01  WS-CLASIFICACION        PIC X(10) VALUE SPACES.
       01  WS-CANT-VENCIDAS        PIC 9(05) VALUE 0.
       01  WS-CANT-POR-VENCER      PIC 9(05) VALUE 0.
       01  WS-TEXTO-EXCEPCION      PIC X(55).
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
       01  WS-JUEGO-CATEG          PIC X(52).
       01  WS-BD-HALLADO           PIC X(01).
       01  WS-IDX                  PIC 9(02).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "fechalib" USING WS-FECHA-HOY.
           PERFORM leerCorrida.
           CALL "sumaDiasHabiles" USING WS-FECHA-HOY WS-DIAS-AVISO
               WS-FECHA-LIMITE.
           OPEN I-O OVERRIDES.
           if WS-ESTADO-OVERRIDES not = "00"
               CLOSE OVERRIDES
               display "sin fijaciones IFOVERR.DAT, nada que vencer"
               MOVE 0 TO RETURN-CODE
               STOP RUN
           end-if.
           PERFORM cargaCategorias.
           OPEN INPUT DUENOS.
           if WS-ESTADO-DUENOS = "00"
               move "S" to WS-HAY-DUENOS
           end-if.
           move 0 to OV-NUMERO.
           START OVERRIDES KEY IS NOT LESS THAN OV-NUMERO
               INVALID KEY set FIN-OVERRIDES to true
           END-START.
           PERFORM revisarOverride UNTIL FIN-OVERRIDES.
           CLOSE OVERRIDES.
           CLOSE DUENOS.
           display "fijaciones vencidas=" WS-CANT-VENCIDAS
               " por vencer hasta el " WS-FECHA-LIMITE "="
               WS-CANT-POR-VENCER.
           MOVE 0 TO RETURN-CODE.
           STOP RUN.
       revisarOverride.
           READ OVERRIDES NEXT RECORD
               AT END set FIN-OVERRIDES to true
               NOT AT END
                   if OV-ESTADO = "VIGENTE"
                       if OV-VENCE < WS-FECHA-HOY
                           PERFORM vencerOverride
                       else
                           if OV-VENCE <= WS-FECHA-LIMITE
                               PERFORM avisarPorVencer
                           end-if
                       end-if
                   end-if
           END-READ.
      ******************************************************************
      * vencida: el numero vuelve a la banda de los cortes vigentes, el
      * diario asienta el paso y la fijacion queda VENCIDA.
      ******************************************************************
       vencerOverride.
           move OV-NUMERO to WS-NUMERO.
           PERFORM clasificarNumero.
           OPEN I-O MAESTRO.
           if WS-ESTADO-MAESTRO = "00"
               move WS-NUMERO to MA-NUMERO
               READ MAESTRO
                   INVALID KEY
                       move WS-NUMERO to MA-NUMERO
                       move WS-CLASIFICACION to MA-CLASIFICACION
                       WRITE MAESTRO-REC
                   NOT INVALID KEY
                       move WS-CLASIFICACION to MA-CLASIFICACION
                       REWRITE MAESTRO-REC
               END-READ
           end-if.
           if WS-ESTADO-MAESTRO = "00"
               CLOSE MAESTRO
               PERFORM grabarHistorialCambio
               move "VENCIDO" to OV-ESTADO
               move WS-FECHA-HOY to OV-FECHA-ESTADO
               REWRITE OVERRIDES-REC
               add 1 to WS-CANT-VENCIDAS
               move spaces to WS-TEXTO-EXCEPCION
               STRING "override " OV-NUMERO " " DELIMITED BY SIZE
                      OV-BANDA DELIMITED BY SPACE
                      " vencido el " OV-VENCE ", vuelve a "
                      WS-CLASIFICACION
                      DELIMITED BY SIZE INTO WS-TEXTO-EXCEPCION
               if WS-CLASIFICACION = WS-JG-ETIQUETA (WS-CANT-BANDAS)
                   and OV-BANDA not = WS-CLASIFICACION
                   PERFORM avisarDueno
               end-if
           else
               CLOSE MAESTRO
               move spaces to WS-TEXTO-EXCEPCION
               STRING "override " OV-NUMERO " vencido sin regrabar"
                      " IFMAEST, estado " WS-ESTADO-MAESTRO
                      DELIMITED BY SIZE INTO WS-TEXTO-EXCEPCION
           end-if.
           PERFORM alertarTaller.
      ******************************************************************
      * un numero que al vencer vuelve a la banda critica se avisa a su
      * dueno, igual que en ifElse: depto=<codigo> al frente del texto.
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
           move "IFOVVENC" to EXT-PROGRAMA.
           move spaces to EXT-TEXTO.
           STRING "depto=" DU-DEPTO " numero " WS-NUMERO " "
                  DELIMITED BY SIZE
                  OV-BANDA DELIMITED BY SPACE
                  " -> " DELIMITED BY SIZE
                  WS-CLASIFICACION DELIMITED BY SPACE
                  INTO EXT-TEXTO.
           move WS-CORRIDA to EXT-CORRIDA.
           WRITE EXCEP-TALLER-REC.
           CLOSE EXCEP-TALLER.
       avisarPorVencer.
           add 1 to WS-CANT-POR-VENCER.
           move spaces to WS-TEXTO-EXCEPCION.
           STRING "override " OV-NUMERO " " DELIMITED BY SIZE
                  OV-BANDA DELIMITED BY SPACE
                  " vence el " OV-VENCE " (aprobo " OV-APROBADOR
                  DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO WS-TEXTO-EXCEPCION.
           PERFORM alertarTaller.
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
           move OV-BANDA to HC-CLASIF-ANTERIOR.
           move WS-CLASIFICACION to HC-CLASIF-NUEVA.
           move "vencido" to HC-MODO.
           WRITE HISTORIAL-REC.
           CLOSE HISTORIAL.
       alertarTaller.
           OPEN EXTEND EXCEP-TALLER.
           if WS-ESTADO-EXCTALLER = "35"
               OPEN OUTPUT EXCEP-TALLER
               CLOSE EXCEP-TALLER
               OPEN EXTEND EXCEP-TALLER
           end-if.
           move spaces to EXCEP-TALLER-REC.
           move WS-FECHA-HOY to EXT-FECHA.
           move "IFOVVENC" to EXT-PROGRAMA.
           move WS-TEXTO-EXCEPCION to EXT-TEXTO.
           move WS-CORRIDA to EXT-CORRIDA.
           WRITE EXCEP-TALLER-REC.
           CLOSE EXCEP-TALLER.
      ******************************************************************
      * clasificacion con la misma regla que ifElse: categoria por los
      * rangos de IFCATEG.DAT (GRAL si no hay rango) y los cortes de
      * IFBANDAS.DAT via bandaslib, con la tabla compilada de respaldo.
      ******************************************************************
       clasificarNumero.
           move "GRAL" to WS-CATEG-ACTUAL.
           PERFORM buscaRango VARYING WS-RGO-IDX FROM 1 BY 1
               UNTIL WS-RGO-IDX > WS-RGO-CANT.
           CALL "bandaslib" USING WS-CATEG-ACTUAL WS-FECHA-HOY
               WS-JUEGO-CATEG WS-BD-HALLADO.
           if WS-BD-HALLADO = "S"
               move WS-JUEGO-CATEG to WS-JUEGO-ACTUAL
           else
               move WS-BANDAS to WS-JUEGO-ACTUAL
           end-if.
           move spaces to WS-CLASIFICACION.
           PERFORM evaluarBanda VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-CANT-BANDAS OR
                     WS-CLASIFICACION NOT = SPACES.
       evaluarBanda.
           if WS-NUMERO <= WS-JG-LIMITE (WS-IDX)
               move WS-JG-ETIQUETA (WS-IDX) to WS-CLASIFICACION
           end-if.
       buscaRango.
           if WS-NUMERO >= WS-RGO-DESDE (WS-RGO-IDX)
               and WS-NUMERO <= WS-RGO-HASTA (WS-RGO-IDX)
               move WS-RGO-CATEGORIA (WS-RGO-IDX)
                   to WS-CATEG-ACTUAL
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
       END PROGRAM ifovvenc.
