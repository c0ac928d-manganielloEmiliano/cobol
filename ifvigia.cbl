      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: vigilancia de los cortes de banda sobre el maestro de
      *          clasificacion IFMAEST.DAT - antes de aprobar cortes
      *          nuevos en IFBANDAS.DAT el supervisor quiere saber que
      *          numeros estan pegados a un corte y cambiarian de banda
      *          con un corrimiento chico, y que numeros se van a mover
      *          el dia que entre en vigencia una definicion cargada
      *          por adelantado. El reporte IFVIGREP.DAT tiene dos
      *          secciones: (1) por categoria (GRAL y las de
      *          IFCATEG.DAT), cada numero del maestro que queda a la
      *          distancia configurada o menos de un corte vigente
      *          (clave IFVIGDIST de CONFIG.DAT, 5 de respaldo); (2)
      *          por cada definicion de IFBANDAS.DAT con vigencia
      *          futura, los numeros de su categoria que cambiarian de
      *          banda ese dia y el conteo por banda antes y despues.
      *          Es solo analisis: no regraba nada (de eso se ocupa
      *          reclasif). No pregunta nada, asi que se agenda como
      *          semanal en el plan SCHEDULE.DAT de planifi, por
      *          ejemplo "IFVIGIA      ./ifvigia            S 3".
      * Tectonics: cobc -x -o ifvigia ifvigia.cbl fechalib.cbl
      *            bandaslib.cbl configlib.cbl auditlog.cbl
      * Modification History:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ifvigia.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAESTRO ASSIGN TO "IFMAEST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MA-NUMERO
               FILE STATUS IS WS-ESTADO-MAESTRO.
           SELECT OPTIONAL CATEGORIAS ASSIGN TO "IFCATEG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CATEG.
           SELECT OPTIONAL BANDAS ASSIGN TO "IFBANDAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-BANDAS.
           SELECT REPORTE ASSIGN TO "IFVIGREP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  MAESTRO.
       01  MAESTRO-REC.
           05  MA-NUMERO           PIC 9(03).
           05  MA-CLASIFICACION    PIC X(10).
       FD  CATEGORIAS.
       01  CATEGORIAS-REC.
           05  CG-DESDE            PIC 9(03).
           05  FILLER              PIC X(01).
           05  CG-HASTA            PIC 9(03).
           05  FILLER              PIC X(01).
           05  CG-CATEGORIA        PIC X(04).
       FD  BANDAS.
       01  BANDAS-REC.
           05  BD-CATEGORIA        PIC X(04).
           05  FILLER              PIC X(01).
           05  BD-VIGENCIA         PIC 9(08).
           05  FILLER              PIC X(01).
           05  BD-SECUENCIA        PIC 9(01).
           05  FILLER              PIC X(01).
           05  BD-LIMITE           PIC 9(03).
           05  FILLER              PIC X(01).
           05  BD-ETIQUETA         PIC X(10).
       FD  REPORTE.
       01  REPORTE-REC             PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-ESTADO-MAESTRO       PIC X(02).
       01  WS-ESTADO-CATEG         PIC X(02).
       01  WS-ESTADO-BANDAS        PIC X(02).
       01  WS-FIN-MAESTRO          PIC X(01) VALUE "N".
           88  FIN-MAESTRO         VALUE "S".
       01  WS-FIN-CATEG            PIC X(01) VALUE "N".
           88  FIN-CATEG           VALUE "S".
       01  WS-FIN-BANDAS           PIC X(01) VALUE "N".
           88  FIN-BANDAS          VALUE "S".
       01  WS-FECHA-HOY            PIC 9(08) VALUE 0.
       01  WS-LINEA-REPORTE        PIC X(80) VALUE SPACES.
      *    distancia a un corte que se considera "pegado"
       01  WS-DISTANCIA            PIC 9(03) VALUE 5.
       01  WS-DIST-NUMERO          PIC 9(03).
       01  WS-CONFIG-CLAVE         PIC X(20).
       01  WS-CONFIG-VALOR         PIC X(10).
       01  WS-CONFIG-HALLADO       PIC X(01).
      *    tabla compilada de respaldo, la misma que la de ifElse
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
      *    juego vigente (seccion 1) y juegos antes / despues de una
      *    definicion escalonada (seccion 2)
       01  WS-JUEGO-ACTUAL.
           05  WS-JG-BANDA OCCURS 4 TIMES.
               10  WS-JG-LIMITE        PIC 9(03).
               10  WS-JG-ETIQUETA      PIC X(10).
       01  WS-JUEGO-ANTES.
           05  WS-JA-BANDA OCCURS 4 TIMES.
               10  WS-JA-LIMITE        PIC 9(03).
               10  WS-JA-ETIQUETA      PIC X(10).
       01  WS-JUEGO-DESPUES.
           05  WS-JD-BANDA OCCURS 4 TIMES.
               10  WS-JD-LIMITE        PIC 9(03).
               10  WS-JD-ETIQUETA      PIC X(10).
       01  WS-JUEGO-CATEG          PIC X(52).
       01  WS-BD-HALLADO           PIC X(01).
       01  WS-RGO-CANT             PIC 9(02) VALUE 0.
       01  WS-RGO-MAX              PIC 9(02) VALUE 20.
       01  WS-RGO-IDX              PIC 9(02) VALUE 0.
       01  WS-RANGOS-CATEG.
           05  WS-RGO-ENT OCCURS 20 TIMES.
               10  WS-RGO-DESDE        PIC 9(03).
               10  WS-RGO-HASTA        PIC 9(03).
               10  WS-RGO-CATEGORIA    PIC X(04).
      *    categorias a recorrer: GRAL y las distintas de IFCATEG.DAT
       01  WS-CAT-CANT             PIC 9(02) VALUE 0.
       01  WS-CAT-MAX              PIC 9(02) VALUE 21.
       01  WS-CAT-IDX              PIC 9(02) VALUE 0.
       01  WS-CAT-HALLADA          PIC X(01).
       01  WS-CATEGORIAS.
           05  WS-CAT-CODIGO OCCURS 21 TIMES PIC X(04).
       01  WS-CATEG-ACTUAL         PIC X(04) VALUE "GRAL".
       01  WS-CATEG-NUMERO         PIC X(04) VALUE "GRAL".
      *    definiciones con vigencia futura (categoria + vigencia)
       01  WS-ESC-CANT             PIC 9(02) VALUE 0.
       01  WS-ESC-MAX              PIC 9(02) VALUE 20.
       01  WS-ESC-IDX              PIC 9(02) VALUE 0.
       01  WS-ESC-HALLADA          PIC X(01).
       01  WS-ESCALONES.
           05  WS-ESC-ENT OCCURS 20 TIMES.
               10  WS-ESC-CATEGORIA    PIC X(04).
               10  WS-ESC-VIGENCIA     PIC 9(08).
       01  WS-FECHA-PREVIA         PIC 9(08).
       01  WS-IDX                  PIC 9(02).
       01  WS-POS-VIGENTE          PIC 9(01).
       01  WS-POS-ANTES            PIC 9(01).
       01  WS-POS-DESPUES          PIC 9(01).
       01  WS-ETIQ-VIGENTE         PIC X(10).
       01  WS-ETIQ-ANTES           PIC X(10).
       01  WS-ETIQ-DESPUES         PIC X(10).
       01  WS-CONT-ANTES.
           05  WS-ANTES OCCURS 4 TIMES PIC 9(05).
       01  WS-CONT-DESPUES.
           05  WS-DESPUES OCCURS 4 TIMES PIC 9(05).
       01  WS-CANT-CATEGORIA       PIC 9(05) VALUE 0.
       01  WS-CANT-PEGADOS         PIC 9(05) VALUE 0.
       01  WS-CANT-MOVERIAN        PIC 9(05) VALUE 0.
       01  WS-TOTAL-PEGADOS        PIC 9(05) VALUE 0.
       01  WS-TOTAL-MOVERIAN       PIC 9(05) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "fechalib" USING WS-FECHA-HOY.
           PERFORM cargaConfiguracion.
           PERFORM cargaCategorias.
           PERFORM cargaEscalones.
           OPEN INPUT MAESTRO.
           if WS-ESTADO-MAESTRO not = "00"
               display "no se pudo abrir IFMAEST.DAT, estado "
                   WS-ESTADO-MAESTRO
               STOP RUN
           end-if.
           OPEN OUTPUT REPORTE.
           move spaces to WS-LINEA-REPORTE.
           STRING "vigilancia de cortes de banda del " WS-FECHA-HOY
                  " (distancia " WS-DISTANCIA ")"
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE.
           WRITE REPORTE-REC FROM WS-LINEA-REPORTE.
           move spaces to WS-LINEA-REPORTE.
           WRITE REPORTE-REC FROM WS-LINEA-REPORTE.
           move "1. numeros pegados a un corte vigente"
               to WS-LINEA-REPORTE.
           WRITE REPORTE-REC FROM WS-LINEA-REPORTE.
           PERFORM vigilarCategoria VARYING WS-CAT-IDX FROM 1 BY 1
               UNTIL WS-CAT-IDX > WS-CAT-CANT.
           move spaces to WS-LINEA-REPORTE.
           WRITE REPORTE-REC FROM WS-LINEA-REPORTE.
           move "2. cambios de banda por cortes con vigencia futura"
               to WS-LINEA-REPORTE.
           WRITE REPORTE-REC FROM WS-LINEA-REPORTE.
           if WS-ESC-CANT = 0
               move "  no hay definiciones cargadas por adelantado"
                   to WS-LINEA-REPORTE
               WRITE REPORTE-REC FROM WS-LINEA-REPORTE
           else
               PERFORM simularEscalon VARYING WS-ESC-IDX FROM 1 BY 1
                   UNTIL WS-ESC-IDX > WS-ESC-CANT
           end-if.
           CLOSE REPORTE.
           CLOSE MAESTRO.
           display "vigilancia de cortes: pegados=" WS-TOTAL-PEGADOS
               " se moverian=" WS-TOTAL-MOVERIAN
               " (" WS-ESC-CANT " definiciones futuras),"
               " ver IFVIGREP.DAT".
           MOVE 0 TO RETURN-CODE.
           STOP RUN.
       cargaConfiguracion.
           move "IFVIGDIST" to WS-CONFIG-CLAVE.
           CALL "configlib" USING WS-CONFIG-CLAVE WS-CONFIG-VALOR
               WS-CONFIG-HALLADO.
           if WS-CONFIG-HALLADO = "S"
               if WS-CONFIG-VALOR is NUMERIC
                   move WS-CONFIG-VALOR to WS-DISTANCIA
               else
                   display "config: valor no numerico para "
                       WS-CONFIG-CLAVE ", se usa el de respaldo"
               end-if
           end-if.
      ******************************************************************
      * rangos de IFCATEG.DAT (igual que ifElse) y, de paso, la lista
      * de categorias distintas a recorrer, GRAL primero.
      ******************************************************************
       cargaCategorias.
           move 1 to WS-CAT-CANT.
           move "GRAL" to WS-CAT-CODIGO (1).
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
                       PERFORM anotarCategoria
                   end-if
           END-READ.
       anotarCategoria.
           move "N" to WS-CAT-HALLADA.
           PERFORM buscaCategoria VARYING WS-CAT-IDX FROM 1 BY 1
               UNTIL WS-CAT-IDX > WS-CAT-CANT.
           if WS-CAT-HALLADA = "N" and WS-CAT-CANT < WS-CAT-MAX
               add 1 to WS-CAT-CANT
               move CG-CATEGORIA to WS-CAT-CODIGO (WS-CAT-CANT)
           end-if.
       buscaCategoria.
           if WS-CAT-CODIGO (WS-CAT-IDX) = CG-CATEGORIA
               move "S" to WS-CAT-HALLADA
           end-if.
      ******************************************************************
      * definiciones escalonadas: cada par categoria + vigencia de
      * IFBANDAS.DAT con vigencia posterior a hoy, una sola vez.
      ******************************************************************
       cargaEscalones.
           OPEN INPUT BANDAS.
           if WS-ESTADO-BANDAS = "00"
               PERFORM leerBanda UNTIL FIN-BANDAS
           end-if.
           CLOSE BANDAS.
       leerBanda.
           READ BANDAS
               AT END set FIN-BANDAS to true
               NOT AT END
                   if BD-VIGENCIA > WS-FECHA-HOY
                       PERFORM anotarEscalon
                   end-if
           END-READ.
       anotarEscalon.
           move "N" to WS-ESC-HALLADA.
           PERFORM buscaEscalon VARYING WS-ESC-IDX FROM 1 BY 1
               UNTIL WS-ESC-IDX > WS-ESC-CANT.
           if WS-ESC-HALLADA = "N" and WS-ESC-CANT < WS-ESC-MAX
               add 1 to WS-ESC-CANT
               move BD-CATEGORIA to WS-ESC-CATEGORIA (WS-ESC-CANT)
               move BD-VIGENCIA to WS-ESC-VIGENCIA (WS-ESC-CANT)
           end-if.
       buscaEscalon.
           if WS-ESC-CATEGORIA (WS-ESC-IDX) = BD-CATEGORIA
               and WS-ESC-VIGENCIA (WS-ESC-IDX) = BD-VIGENCIA
               move "S" to WS-ESC-HALLADA
           end-if.
      ******************************************************************
      * seccion 1: cortes vigentes de la categoria (bandaslib, tabla
      * compilada de respaldo) y cada numero de la categoria a la
      * distancia configurada o menos de alguno de los tres cortes.
      ******************************************************************
       vigilarCategoria.
           move WS-CAT-CODIGO (WS-CAT-IDX) to WS-CATEG-ACTUAL.
           CALL "bandaslib" USING WS-CATEG-ACTUAL WS-FECHA-HOY
               WS-JUEGO-CATEG WS-BD-HALLADO.
           if WS-BD-HALLADO = "S"
               move WS-JUEGO-CATEG to WS-JUEGO-ACTUAL
           else
               move WS-BANDAS to WS-JUEGO-ACTUAL
           end-if.
           move spaces to WS-LINEA-REPORTE.
           STRING "categoria " WS-CATEG-ACTUAL " cortes "
                  WS-JG-LIMITE (1) "/" WS-JG-LIMITE (2) "/"
                  WS-JG-LIMITE (3) "/" WS-JG-LIMITE (4)
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE.
           WRITE REPORTE-REC FROM WS-LINEA-REPORTE.
           move 0 to WS-CANT-CATEGORIA WS-CANT-PEGADOS.
           PERFORM iniciarBarrido.
           PERFORM leerVigilancia UNTIL FIN-MAESTRO.
           move spaces to WS-LINEA-REPORTE.
           STRING "  numeros de la categoria=" WS-CANT-CATEGORIA
                  " pegados a un corte=" WS-CANT-PEGADOS
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE.
           WRITE REPORTE-REC FROM WS-LINEA-REPORTE.
           add WS-CANT-PEGADOS to WS-TOTAL-PEGADOS.
       leerVigilancia.
           READ MAESTRO NEXT RECORD
               AT END set FIN-MAESTRO to true
               NOT AT END
                   PERFORM categoriaNumero
                   if WS-CATEG-NUMERO = WS-CATEG-ACTUAL
                       add 1 to WS-CANT-CATEGORIA
                       move WS-JUEGO-ACTUAL to WS-JUEGO-CATEG
                       PERFORM ubicarEnJuego
                       PERFORM medirCorte VARYING WS-IDX FROM 1 BY 1
                           UNTIL WS-IDX > 3
                   end-if
           END-READ.
       medirCorte.
           if MA-NUMERO >= WS-JG-LIMITE (WS-IDX)
               compute WS-DIST-NUMERO =
                   MA-NUMERO - WS-JG-LIMITE (WS-IDX)
           else
               compute WS-DIST-NUMERO =
                   WS-JG-LIMITE (WS-IDX) - MA-NUMERO
           end-if.
           if WS-DIST-NUMERO <= WS-DISTANCIA
               add 1 to WS-CANT-PEGADOS
               move spaces to WS-LINEA-REPORTE
               STRING "  numero " MA-NUMERO " " WS-ETIQ-VIGENTE
                      " corte " WS-JG-LIMITE (WS-IDX) " "
                      DELIMITED BY SIZE
                      WS-JG-ETIQUETA (WS-IDX) DELIMITED BY SPACE
                      "/" DELIMITED BY SIZE
                      WS-JG-ETIQUETA (WS-IDX + 1) DELIMITED BY SPACE
                      " a " WS-DIST-NUMERO
                      " maestro " MA-CLASIFICACION
                      DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               WRITE REPORTE-REC FROM WS-LINEA-REPORTE
           end-if.
      ******************************************************************
      * seccion 2: el juego "antes" es el que rige el dia previo a la
      * vigencia (bandaslib toma la mayor vigencia <= fecha, asi que
      * alcanza con vigencia - 1 aunque no sea una fecha de
      * calendario); el "despues" es el de la propia vigencia.
      ******************************************************************
       simularEscalon.
           move WS-ESC-CATEGORIA (WS-ESC-IDX) to WS-CATEG-ACTUAL.
           compute WS-FECHA-PREVIA = WS-ESC-VIGENCIA (WS-ESC-IDX) - 1.
           CALL "bandaslib" USING WS-CATEG-ACTUAL WS-FECHA-PREVIA
               WS-JUEGO-CATEG WS-BD-HALLADO.
           if WS-BD-HALLADO = "S"
               move WS-JUEGO-CATEG to WS-JUEGO-ANTES
           else
               move WS-BANDAS to WS-JUEGO-ANTES
           end-if.
           CALL "bandaslib" USING WS-CATEG-ACTUAL
               WS-ESC-VIGENCIA (WS-ESC-IDX) WS-JUEGO-CATEG
               WS-BD-HALLADO.
           move spaces to WS-LINEA-REPORTE.
           if WS-BD-HALLADO not = "S"
               STRING "categoria " WS-CATEG-ACTUAL " vigencia "
                      WS-ESC-VIGENCIA (WS-ESC-IDX)
                      ": incompleta, rigeria la tabla compilada"
                      DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               WRITE REPORTE-REC FROM WS-LINEA-REPORTE
           else
               move WS-JUEGO-CATEG to WS-JUEGO-DESPUES
               STRING "categoria " WS-CATEG-ACTUAL " vigencia "
                      WS-ESC-VIGENCIA (WS-ESC-IDX) " cortes "
                      WS-JA-LIMITE (1) "/" WS-JA-LIMITE (2) "/"
                      WS-JA-LIMITE (3) " -> "
                      WS-JD-LIMITE (1) "/" WS-JD-LIMITE (2) "/"
                      WS-JD-LIMITE (3)
                      DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               WRITE REPORTE-REC FROM WS-LINEA-REPORTE
               move zeros to WS-CONT-ANTES WS-CONT-DESPUES
               move 0 to WS-CANT-MOVERIAN
               PERFORM iniciarBarrido
               PERFORM leerEscalon UNTIL FIN-MAESTRO
               PERFORM imprimeConteo VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CANT-BANDAS
               move spaces to WS-LINEA-REPORTE
               STRING "  numeros que cambiarian de banda="
                      WS-CANT-MOVERIAN
                      DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               WRITE REPORTE-REC FROM WS-LINEA-REPORTE
               add WS-CANT-MOVERIAN to WS-TOTAL-MOVERIAN
           end-if.
       leerEscalon.
           READ MAESTRO NEXT RECORD
               AT END set FIN-MAESTRO to true
               NOT AT END
                   PERFORM categoriaNumero
                   if WS-CATEG-NUMERO = WS-CATEG-ACTUAL
                       PERFORM compararJuegos
                   end-if
           END-READ.
       compararJuegos.
           move WS-JUEGO-ANTES to WS-JUEGO-CATEG.
           PERFORM ubicarEnJuego.
           move WS-POS-VIGENTE to WS-POS-ANTES.
           move WS-ETIQ-VIGENTE to WS-ETIQ-ANTES.
           move WS-JUEGO-DESPUES to WS-JUEGO-CATEG.
           PERFORM ubicarEnJuego.
           move WS-POS-VIGENTE to WS-POS-DESPUES.
           move WS-ETIQ-VIGENTE to WS-ETIQ-DESPUES.
           if WS-POS-ANTES not = 0
               add 1 to WS-ANTES (WS-POS-ANTES)
           end-if.
           if WS-POS-DESPUES not = 0
               add 1 to WS-DESPUES (WS-POS-DESPUES)
           end-if.
           if WS-ETIQ-ANTES not = WS-ETIQ-DESPUES
               add 1 to WS-CANT-MOVERIAN
               move spaces to WS-LINEA-REPORTE
               STRING "  numero " MA-NUMERO " " WS-ETIQ-ANTES
                      " -> " WS-ETIQ-DESPUES
                      " maestro " MA-CLASIFICACION
                      DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               WRITE REPORTE-REC FROM WS-LINEA-REPORTE
           end-if.
       imprimeConteo.
           move spaces to WS-LINEA-REPORTE.
           STRING "  banda " WS-IDX " " WS-JA-ETIQUETA (WS-IDX)
                  " antes=" WS-ANTES (WS-IDX)
                  "  " WS-JD-ETIQUETA (WS-IDX)
                  " despues=" WS-DESPUES (WS-IDX)
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE.
           WRITE REPORTE-REC FROM WS-LINEA-REPORTE.
      ******************************************************************
      * utilitarios comunes a las dos secciones
      ******************************************************************
       iniciarBarrido.
           move "N" to WS-FIN-MAESTRO.
           move 0 to MA-NUMERO.
           START MAESTRO KEY IS NOT LESS THAN MA-NUMERO
               INVALID KEY set FIN-MAESTRO to true
           END-START.
       categoriaNumero.
           move "GRAL" to WS-CATEG-NUMERO.
           PERFORM buscaRango VARYING WS-RGO-IDX FROM 1 BY 1
               UNTIL WS-RGO-IDX > WS-RGO-CANT.
       buscaRango.
           if MA-NUMERO >= WS-RGO-DESDE (WS-RGO-IDX)
               and MA-NUMERO <= WS-RGO-HASTA (WS-RGO-IDX)
               move WS-RGO-CATEGORIA (WS-RGO-IDX)
                   to WS-CATEG-NUMERO
           end-if.
      * banda del numero en el juego de WS-JUEGO-CATEG (posicion y
      * etiqueta), con la misma regla que evaluarBanda de ifElse
       ubicarEnJuego.
           move WS-JUEGO-CATEG to WS-JUEGO-ACTUAL.
           move 0 to WS-POS-VIGENTE.
           move spaces to WS-ETIQ-VIGENTE.
           PERFORM evaluarBanda VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-CANT-BANDAS OR
                     WS-POS-VIGENTE NOT = 0.
       evaluarBanda.
           if MA-NUMERO <= WS-JG-LIMITE (WS-IDX)
               move WS-IDX to WS-POS-VIGENTE
               move WS-JG-ETIQUETA (WS-IDX) to WS-ETIQ-VIGENTE
           end-if.
       END PROGRAM ifvigia.
