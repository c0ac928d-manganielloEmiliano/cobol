      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: Pareto mensual de problemas - toma los casos de
      *          EXCCASE.DAT (la mesa de excmant) levantados en el mes
      *          de la fecha de proceso y, por el vinculo de
      *          PROBCASO.DAT, los suma a su problema de PROBMAST.DAT.
      *          El reporte PROBPAR.DAT ordena los problemas por
      *          ocurrencias en el mes (con porcentaje y acumulado) y
      *          por horas abiertas (de la fecha del caso a su
      *          resolucion, o a hoy si sigue abierto, contadas por
      *          dias enteros), resume por categoria de causa raiz e
      *          informa los casos del mes que no tienen problema. Lo
      *          lanza ciermes con el cierre del mes; se puede correr
      *          suelto en cualquier momento.
      * Tectonics: cobc -x -o probpar probpar.cbl fechalib.cbl
      * Modification History:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. probpar.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CASOS ASSIGN TO "EXCCASE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EC-ID
               FILE STATUS IS WS-ESTADO-CASOS.
           SELECT OPTIONAL PROBLEMAS ASSIGN TO "PROBMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PB-ID
               FILE STATUS IS WS-ESTADO-PROBLEMAS.
           SELECT OPTIONAL VINCULOS ASSIGN TO "PROBCASO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-CASO
               FILE STATUS IS WS-ESTADO-VINCULOS.
           SELECT REPORTE ASSIGN TO "PROBPAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CASOS.
       01  CASOS-REC.
           05  EC-ID               PIC 9(04).
           05  EC-FECHA            PIC 9(08).
           05  EC-PROGRAMA         PIC X(15).
           05  EC-TEXTO            PIC X(55).
           05  EC-ESTADO           PIC X(10).
           05  EC-OPERADOR         PIC X(10).
           05  EC-NOTA             PIC X(40).
           05  EC-FECHA-RESOL      PIC 9(08).
           05  EC-ORIGEN           PIC 9(07).
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
       01  WS-ESTADO-PROBLEMAS     PIC X(02).
       01  WS-ESTADO-VINCULOS      PIC X(02).
       01  WS-FIN-CASOS            PIC X(01) VALUE "N".
           88  FIN-CASOS           VALUE "S".
       01  WS-FIN-PROBLEMAS        PIC X(01) VALUE "N".
           88  FIN-PROBLEMAS       VALUE "S".
       01  WS-FECHA-HOY            PIC 9(08) VALUE 0.
       01  WS-MES-PROCESO          PIC 9(06) VALUE 0.
       01  WS-FECHA-LEIDA          PIC 9(08).
       01  FILLER REDEFINES WS-FECHA-LEIDA.
           05  WS-FL-MES           PIC 9(06).
           05  WS-FL-DIA           PIC 9(02).
       01  WS-LINEA-REPORTE        PIC X(100) VALUE SPACES.
       01  WS-CANT-CASOS-MES       PIC 9(05) VALUE 0.
       01  WS-CANT-SUELTOS         PIC 9(05) VALUE 0.
       01  WS-TOT-OCURRENCIAS      PIC 9(07) VALUE 0.
       01  WS-TOT-HORAS            PIC 9(09) VALUE 0.
       01  WS-HORAS-CASO           PIC 9(07) VALUE 0.
       01  WS-PORCENTAJE           PIC 9(03)V9 VALUE 0.
       01  WS-PORC-ACUM            PIC 9(03)V9 VALUE 0.
       01  WS-ACUMULADO            PIC 9(07) VALUE 0.
       01  WS-PORC-EDITADO         PIC ZZ9.9.
       01  WS-ACUM-EDITADO         PIC ZZ9.9.
       01  WS-PUESTO               PIC 9(04) VALUE 0.
      *    problemas en memoria con lo acumulado en el mes
       01  WS-PB-CANT              PIC 9(04) VALUE 0.
       01  WS-PB-MAX               PIC 9(04) VALUE 500.
       01  WS-PB-IDX               PIC 9(04) VALUE 0.
       01  WS-PB-HALLADO           PIC 9(04) VALUE 0.
       01  WS-PB-TABLA.
           05  WS-PB-ENT OCCURS 500 TIMES.
               10  WS-PB-ID            PIC 9(04).
               10  WS-PB-PROGRAMA      PIC X(15).
               10  WS-PB-TITULO        PIC X(40).
               10  WS-PB-CATEGORIA     PIC X(12).
               10  WS-PB-ESTADO        PIC X(15).
               10  WS-PB-OCURRENCIAS   PIC 9(05).
               10  WS-PB-HORAS         PIC 9(07).
               10  WS-PB-LISTADO       PIC X(01).
      *    eleccion del mayor pendiente para cada puesto del ranking
       01  WS-MAYOR-IDX            PIC 9(04) VALUE 0.
       01  WS-MAYOR-VALOR          PIC 9(07) VALUE 0.
       01  WS-VALOR                PIC 9(07) VALUE 0.
       01  WS-CRITERIO             PIC X(01).
           88  POR-OCURRENCIAS     VALUE "O".
           88  POR-HORAS           VALUE "H".
      *    resumen por categoria de causa raiz (la 8 junta lo que no
      *    tiene una categoria conocida)
       01  WS-CATEGORIAS-INIC.
           05  FILLER  PIC X(12) VALUE "DATOS".
           05  FILLER  PIC X(12) VALUE "PROGRAMA".
           05  FILLER  PIC X(12) VALUE "CONFIG".
           05  FILLER  PIC X(12) VALUE "OPERACION".
           05  FILLER  PIC X(12) VALUE "INFRAESTRUC".
           05  FILLER  PIC X(12) VALUE "EXTERNO".
           05  FILLER  PIC X(12) VALUE "SIN ASIGNAR".
           05  FILLER  PIC X(12) VALUE "OTRA".
       01  WS-CATEGORIAS REDEFINES WS-CATEGORIAS-INIC.
           05  WS-CATEGORIA OCCURS 8 TIMES PIC X(12).
       01  WS-CAT-TABLA.
           05  WS-CAT-ENT OCCURS 8 TIMES.
               10  WS-CAT-OCURRENCIAS  PIC 9(07).
               10  WS-CAT-HORAS        PIC 9(09).
       01  WS-CAT-IDX              PIC 9(01) VALUE 0.
       01  WS-CAT-HALLADA          PIC 9(01) VALUE 0.
      *    conversion de fecha a dias corridos (aproximacion con
      *    anio*365 + anio/4 y dias acumulados por mes, como excmant)
       01  WS-FECHA-TRABAJO        PIC 9(08).
       01  FILLER REDEFINES WS-FECHA-TRABAJO.
           05  WS-FT-ANIO          PIC 9(04).
           05  WS-FT-MES           PIC 9(02).
           05  WS-FT-DIA           PIC 9(02).
       01  WS-DIAS-RESULTADO       PIC 9(09).
       01  WS-DIAS-HASTA           PIC 9(09).
       01  WS-DIAS-CASO            PIC 9(09).
       01  WS-ANIO-CUARTO          PIC 9(04).
       01  WS-MESES-ACUM-INIC.
           05  FILLER  PIC X(36) VALUE
               "000031059090120151181212243273304334".
       01  WS-MESES-ACUM REDEFINES WS-MESES-ACUM-INIC.
           05  WS-MES-ACUM OCCURS 12 TIMES PIC 9(03).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "fechalib" USING WS-FECHA-HOY.
           move WS-FECHA-HOY (1:6) to WS-MES-PROCESO.
           PERFORM inicializarCategoria VARYING WS-CAT-IDX FROM 1 BY 1
               UNTIL WS-CAT-IDX > 8.
           PERFORM cargarProblemas.
           PERFORM acumularCasos.
           OPEN OUTPUT REPORTE.
           move spaces to WS-LINEA-REPORTE.
           STRING "Pareto de problemas del mes " WS-MES-PROCESO
                  " (corrido el " WS-FECHA-HOY ")"
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE.
           WRITE REPORTE-REC FROM WS-LINEA-REPORTE.
           move spaces to WS-LINEA-REPORTE.
           STRING "casos del mes: " WS-CANT-CASOS-MES
                  "  con problema: " WS-TOT-OCURRENCIAS
                  "  sin problema: " WS-CANT-SUELTOS
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE.
           WRITE REPORTE-REC FROM WS-LINEA-REPORTE.
           set POR-OCURRENCIAS to true.
           PERFORM imprimeRanking.
           set POR-HORAS to true.
           PERFORM imprimeRanking.
           PERFORM imprimeCategorias.
           CLOSE REPORTE.
           display "Pareto de problemas generado en PROBPAR.DAT".
           MOVE 0 TO RETURN-CODE.
           STOP RUN.
       inicializarCategoria.
           move 0 to WS-CAT-OCURRENCIAS (WS-CAT-IDX).
           move 0 to WS-CAT-HORAS (WS-CAT-IDX).
       cargarProblemas.
           move 0 to WS-PB-CANT.
           OPEN INPUT PROBLEMAS.
           if WS-ESTADO-PROBLEMAS not = "00"
               CLOSE PROBLEMAS
           else
               move "N" to WS-FIN-PROBLEMAS
               move 0 to PB-ID
               START PROBLEMAS KEY IS NOT LESS THAN PB-ID
                   INVALID KEY set FIN-PROBLEMAS to true
               END-START
               PERFORM cargarProblema UNTIL FIN-PROBLEMAS
               CLOSE PROBLEMAS
           end-if.
       cargarProblema.
           READ PROBLEMAS NEXT RECORD
               AT END set FIN-PROBLEMAS to true
               NOT AT END
                   if WS-PB-CANT < WS-PB-MAX
                       add 1 to WS-PB-CANT
                       move PB-ID to WS-PB-ID (WS-PB-CANT)
                       move PB-PROGRAMA to WS-PB-PROGRAMA (WS-PB-CANT)
                       move PB-TITULO to WS-PB-TITULO (WS-PB-CANT)
                       move PB-CATEGORIA
                           to WS-PB-CATEGORIA (WS-PB-CANT)
                       move PB-ESTADO to WS-PB-ESTADO (WS-PB-CANT)
                       move 0 to WS-PB-OCURRENCIAS (WS-PB-CANT)
                       move 0 to WS-PB-HORAS (WS-PB-CANT)
                       move "N" to WS-PB-LISTADO (WS-PB-CANT)
                   end-if
           END-READ.
      ******************************************************************
      * casos del mes: cada uno suma una ocurrencia y sus horas
      * abiertas al problema al que esta vinculado
      ******************************************************************
       acumularCasos.
           OPEN INPUT VINCULOS.
           OPEN INPUT CASOS.
           if WS-ESTADO-CASOS = "00"
               move "N" to WS-FIN-CASOS
               move 0 to EC-ID
               START CASOS KEY IS NOT LESS THAN EC-ID
                   INVALID KEY set FIN-CASOS to true
               END-START
               PERFORM acumularCaso UNTIL FIN-CASOS
           end-if.
           CLOSE CASOS.
           CLOSE VINCULOS.
       acumularCaso.
           READ CASOS NEXT RECORD
               AT END set FIN-CASOS to true
               NOT AT END
                   move EC-FECHA to WS-FECHA-LEIDA
                   if WS-FL-MES = WS-MES-PROCESO
                       add 1 to WS-CANT-CASOS-MES
                       PERFORM ubicarProblemaCaso
                       if WS-PB-HALLADO = 0
                           add 1 to WS-CANT-SUELTOS
                       else
                           PERFORM sumarCaso
                       end-if
                   end-if
           END-READ.
       ubicarProblemaCaso.
           move 0 to WS-PB-HALLADO.
           if WS-ESTADO-VINCULOS = "00"
               move EC-ID to PC-CASO
               READ VINCULOS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       PERFORM buscarProblemaTabla
                           VARYING WS-PB-IDX FROM 1 BY 1
                           UNTIL WS-PB-IDX > WS-PB-CANT
                           or WS-PB-HALLADO > 0
               END-READ
           end-if.
       buscarProblemaTabla.
           if WS-PB-ID (WS-PB-IDX) = PC-PROBLEMA
               move WS-PB-IDX to WS-PB-HALLADO
           end-if.
       sumarCaso.
           move EC-FECHA to WS-FECHA-TRABAJO.
           PERFORM fechaADias.
           move WS-DIAS-RESULTADO to WS-DIAS-CASO.
           if EC-ESTADO = "RESUELTA" and EC-FECHA-RESOL > 0
               move EC-FECHA-RESOL to WS-FECHA-TRABAJO
           else
               move WS-FECHA-HOY to WS-FECHA-TRABAJO
           end-if.
           PERFORM fechaADias.
           move WS-DIAS-RESULTADO to WS-DIAS-HASTA.
           move 0 to WS-HORAS-CASO.
           if WS-DIAS-HASTA > WS-DIAS-CASO
               compute WS-HORAS-CASO =
                   (WS-DIAS-HASTA - WS-DIAS-CASO) * 24
           end-if.
           add 1 to WS-PB-OCURRENCIAS (WS-PB-HALLADO).
           add WS-HORAS-CASO to WS-PB-HORAS (WS-PB-HALLADO).
           add 1 to WS-TOT-OCURRENCIAS.
           add WS-HORAS-CASO to WS-TOT-HORAS.
           move 8 to WS-CAT-HALLADA.
           PERFORM buscarCategoria VARYING WS-CAT-IDX FROM 1 BY 1
               UNTIL WS-CAT-IDX > 7.
           add 1 to WS-CAT-OCURRENCIAS (WS-CAT-HALLADA).
           add WS-HORAS-CASO to WS-CAT-HORAS (WS-CAT-HALLADA).
       buscarCategoria.
           if WS-CATEGORIA (WS-CAT-IDX) =
                   WS-PB-CATEGORIA (WS-PB-HALLADO)
               move WS-CAT-IDX to WS-CAT-HALLADA
           end-if.
      ******************************************************************
      * ranking: en cada puesto se elige el problema de mayor valor
      * que todavia no se listo (por ocurrencias o por horas)
      ******************************************************************
       imprimeRanking.
           move spaces to WS-LINEA-REPORTE.
           WRITE REPORTE-REC FROM WS-LINEA-REPORTE.
           if POR-OCURRENCIAS
               move "ranking por ocurrencias en el mes:"
                   to WS-LINEA-REPORTE
           else
               move "ranking por horas abiertas:" to WS-LINEA-REPORTE
           end-if.
           WRITE REPORTE-REC FROM WS-LINEA-REPORTE.
           move "puesto problema programa        valor       %"
               to WS-LINEA-REPORTE.
           move "  acum  estado / titulo" to WS-LINEA-REPORTE (47:24).
           WRITE REPORTE-REC FROM WS-LINEA-REPORTE.
           PERFORM desmarcarProblema VARYING WS-PB-IDX FROM 1 BY 1
               UNTIL WS-PB-IDX > WS-PB-CANT.
           move 0 to WS-PUESTO WS-ACUMULADO.
           move 1 to WS-MAYOR-IDX.
           PERFORM imprimePuesto UNTIL WS-MAYOR-IDX = 0.
           if WS-PUESTO = 0
               move "  (sin casos con problema en el mes)"
                   to WS-LINEA-REPORTE
               WRITE REPORTE-REC FROM WS-LINEA-REPORTE
           end-if.
       desmarcarProblema.
           move "N" to WS-PB-LISTADO (WS-PB-IDX).
       imprimePuesto.
           move 0 to WS-MAYOR-VALOR WS-MAYOR-IDX.
           PERFORM elegirMayor VARYING WS-PB-IDX FROM 1 BY 1
               UNTIL WS-PB-IDX > WS-PB-CANT.
           if WS-MAYOR-IDX > 0
               move "S" to WS-PB-LISTADO (WS-MAYOR-IDX)
               add 1 to WS-PUESTO
               add WS-MAYOR-VALOR to WS-ACUMULADO
               move 0 to WS-PORCENTAJE WS-PORC-ACUM
               if POR-OCURRENCIAS and WS-TOT-OCURRENCIAS > 0
                   compute WS-PORCENTAJE ROUNDED =
                       WS-MAYOR-VALOR * 100 / WS-TOT-OCURRENCIAS
                   compute WS-PORC-ACUM ROUNDED =
                       WS-ACUMULADO * 100 / WS-TOT-OCURRENCIAS
               end-if
               if POR-HORAS and WS-TOT-HORAS > 0
                   compute WS-PORCENTAJE ROUNDED =
                       WS-MAYOR-VALOR * 100 / WS-TOT-HORAS
                   compute WS-PORC-ACUM ROUNDED =
                       WS-ACUMULADO * 100 / WS-TOT-HORAS
               end-if
               move WS-PORCENTAJE to WS-PORC-EDITADO
               move WS-PORC-ACUM to WS-ACUM-EDITADO
               move spaces to WS-LINEA-REPORTE
               STRING "  " WS-PUESTO " " WS-PB-ID (WS-MAYOR-IDX)
                      "     " WS-PB-PROGRAMA (WS-MAYOR-IDX)
                      " " WS-MAYOR-VALOR " " WS-PORC-EDITADO
                      " " WS-ACUM-EDITADO "  "
                      WS-PB-ESTADO (WS-MAYOR-IDX)
                      DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               WRITE REPORTE-REC FROM WS-LINEA-REPORTE
               move spaces to WS-LINEA-REPORTE
               STRING "       " WS-PB-CATEGORIA (WS-MAYOR-IDX)
                      " " WS-PB-TITULO (WS-MAYOR-IDX)
                      DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               WRITE REPORTE-REC FROM WS-LINEA-REPORTE
           end-if.
       elegirMayor.
           if POR-OCURRENCIAS
               move WS-PB-OCURRENCIAS (WS-PB-IDX) to WS-VALOR
           else
               move WS-PB-HORAS (WS-PB-IDX) to WS-VALOR
           end-if.
           if WS-PB-LISTADO (WS-PB-IDX) = "N"
               and WS-PB-OCURRENCIAS (WS-PB-IDX) > 0
               and (WS-MAYOR-IDX = 0 or WS-VALOR > WS-MAYOR-VALOR)
               move WS-PB-IDX to WS-MAYOR-IDX
               move WS-VALOR to WS-MAYOR-VALOR
           end-if.
       imprimeCategorias.
           move spaces to WS-LINEA-REPORTE.
           WRITE REPORTE-REC FROM WS-LINEA-REPORTE.
           move "por categoria de causa raiz:" to WS-LINEA-REPORTE.
           WRITE REPORTE-REC FROM WS-LINEA-REPORTE.
           PERFORM imprimeCategoria VARYING WS-CAT-IDX FROM 1 BY 1
               UNTIL WS-CAT-IDX > 8.
           move spaces to WS-LINEA-REPORTE.
           STRING "  total        ocurrencias " WS-TOT-OCURRENCIAS
                  "  horas " WS-TOT-HORAS
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE.
           WRITE REPORTE-REC FROM WS-LINEA-REPORTE.
       imprimeCategoria.
           if WS-CAT-OCURRENCIAS (WS-CAT-IDX) > 0
               move spaces to WS-LINEA-REPORTE
               STRING "  " WS-CATEGORIA (WS-CAT-IDX)
                      " ocurrencias " WS-CAT-OCURRENCIAS (WS-CAT-IDX)
                      "  horas " WS-CAT-HORAS (WS-CAT-IDX)
                      DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               WRITE REPORTE-REC FROM WS-LINEA-REPORTE
           end-if.
       fechaADias.
           compute WS-ANIO-CUARTO = WS-FT-ANIO / 4.
           compute WS-DIAS-RESULTADO = WS-FT-ANIO * 365
               + WS-ANIO-CUARTO
               + WS-MES-ACUM (WS-FT-MES)
               + WS-FT-DIA.
       END PROGRAM probpar.
