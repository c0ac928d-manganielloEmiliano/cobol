      *          la mesa de excmant) y un veredicto EN BALANCE /
      *          REVISAR como el del cierre diario.
      * Tectonics: cobc -x -o ciermes ciermes.cbl fechalib.cbl
      *            (cargos debe estar compilado de antemano con ese
      *            nombre de salida - ver su Tectonics; lo mismo
      *            probpar)
      * Modification History:
      *   15/10/2026 - al terminar el reporte mensual se lanza el cargo
      *                por departamento (cargos): las facturas internas
      *                del mes salen al spool y el resumen CARGOS.DAT
      *                para finanzas sale con el mismo cierre.
      *   15/10/2026 - las anulaciones de tablas aprobadas en el mes
      *                (anulmant, TABLAANU.DAT) se listan aparte y se
      *                descuentan el dia en que se aprobaron: cada dia
      *                muestra lo anulado y el mes el total anulado y
      *                el total neto de tablas.
      *   15/10/2026 - despues del cargo se lanza el Pareto mensual de
      *                problemas (probpar, PROBPAR.DAT) sobre los casos
      *                del mes agrupados por excmant.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ciermes.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EC-ID
               FILE STATUS IS WS-ESTADO-CASOS.
           SELECT OPTIONAL ANULACIONES ASSIGN TO "TABLAANU.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AN-ID
               FILE STATUS IS WS-ESTADO-ANULACIONES.
           SELECT REPORTE ASSIGN TO "CIERMREP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           05  EC-NOTA             PIC X(40).
           05  EC-FECHA-RESOL      PIC 9(08).
           05  EC-ORIGEN           PIC 9(07).
       FD  ANULACIONES.
       01  ANULACIONES-REC.
           05  AN-ID               PIC 9(05).
           05  AN-FECHA-TABLA      PIC 9(08).
           05  AN-NUMERO           PIC 9(02).
           05  AN-OPERACION        PIC X(01).
           05  AN-QE-ID            PIC 9(04).
           05  AN-LIMITE-INF       PIC 9(03).
           05  AN-LIMITE-SUP       PIC 9(03).
           05  AN-MOTIVO           PIC X(40).
           05  AN-SUPERVISOR       PIC X(10).
           05  AN-FECHA-ALTA       PIC 9(08).
           05  AN-ESTADO           PIC X(10).
           05  AN-APROBADOR        PIC X(10).
           05  AN-FECHA-ESTADO     PIC 9(08).
           05  AN-CANT-FILAS       PIC 9(03).
           05  AN-TOTAL            PIC 9(09).
           05  AN-SECUENCIA        PIC 9(06).
       FD  REPORTE.
       01  REPORTE-REC             PIC X(100).
       WORKING-STORAGE SECTION.
       01  WS-ESTADO-CATALOGO      PIC X(02).
       01  WS-ESTADO-ARCHIVO       PIC X(02).
       01  WS-ESTADO-CASOS         PIC X(02).
       01  WS-ESTADO-ANULACIONES   PIC X(02).
       01  WS-FIN-ANULACIONES      PIC X(01) VALUE "N".
           88  FIN-ANULACIONES     VALUE "S".
       01  WS-CANT-ANULACIONES     PIC 9(05) VALUE 0.
       01  WS-TOT-ANULADO-MES      PIC 9(11) VALUE 0.
       01  WS-NETO-TABLAS-MES      PIC S9(11) VALUE 0.
       01  WS-NETO-EDITADO         PIC -Z(10)9.
       01  WS-FIN-CATALOGO         PIC X(01) VALUE "N".
           88  FIN-CATALOGO        VALUE "S".
       01  WS-FIN-ARCHIVO          PIC X(01) VALUE "N".
           05  WS-DIA-ENT OCCURS 31 TIMES.
               10  WS-DIA-TAB-TOTAL    PIC 9(11).
               10  WS-DIA-CLA-TOTAL    PIC 9(09).
               10  WS-DIA-ANU-TOTAL    PIC 9(09).
               10  WS-DIA-CORRIO       PIC X(01).
               10  WS-DIA-ABORTO       PIC X(01).
      *    ultimo dia habil del mes segun la entrada comun de fechalib
       01  WS-FECHA-FIN-MES        PIC 9(08) VALUE 0.
       01  WS-COMANDO-CARGOS       PIC X(40).
       01  WS-RC-CARGOS            PIC S9(09) VALUE 0.
       01  WS-RC-PARETO            PIC S9(09) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "fechalib" USING WS-FECHA-HOY.
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE.
           WRITE REPORTE-REC FROM WS-LINEA-REPORTE.
           PERFORM consolidarHistorial.
           PERFORM consolidarAnulaciones.
           PERFORM consolidarBandas.
           PERFORM consolidarBitacora.
           PERFORM contarExcepciones.
           PERFORM imprimeVeredicto.
           CLOSE REPORTE.
           display "cierre mensual generado en CIERMREP.DAT".
           PERFORM lanzarCargos.
           PERFORM lanzarPareto.
           STOP RUN.
      ******************************************************************
      * el cargo mensual por departamento corre con el cierre del mes;
      * su return-code (4 = pedidos sin tarifa) se informa y se deja.
      ******************************************************************
       lanzarCargos.
           move "./cargos" to WS-COMANDO-CARGOS.
           CALL "SYSTEM" USING WS-COMANDO-CARGOS.
           compute WS-RC-CARGOS = RETURN-CODE / 256.
           if WS-RC-CARGOS not = 0
               display "ciermes: cargos termino con return-code "
                   WS-RC-CARGOS
               MOVE WS-RC-CARGOS TO RETURN-CODE
           else
               MOVE 0 TO RETURN-CODE
           end-if.
      *    el Pareto de problemas no cambia el return-code del cargo;
      *    solo lo fija si el cargo termino bien
       lanzarPareto.
           move "./probpar" to WS-COMANDO-CARGOS.
           CALL "SYSTEM" USING WS-COMANDO-CARGOS.
           compute WS-RC-PARETO = RETURN-CODE / 256.
           if WS-RC-PARETO not = 0
               display "ciermes: probpar termino con return-code "
                   WS-RC-PARETO
           end-if.
           if WS-RC-CARGOS not = 0
               MOVE WS-RC-CARGOS TO RETURN-CODE
           else
               MOVE WS-RC-PARETO TO RETURN-CODE
           end-if.
       inicializarMes.
           move 0 to WS-DIA-TAB-TOTAL (WS-DIA-IDX).
           move 0 to WS-DIA-CLA-TOTAL (WS-DIA-IDX).
           move 0 to WS-DIA-ANU-TOTAL (WS-DIA-IDX).
           move "N" to WS-DIA-CORRIO (WS-DIA-IDX).
           move "N" to WS-DIA-ABORTO (WS-DIA-IDX).
      ******************************************************************
                       move "S" to WS-DIA-CORRIO (WS-FL-DIA)
                   end-if
           END-READ.
      ******************************************************************
      * anulaciones aprobadas en el mes: TABLAANU.DAT no se corta en
      * generaciones, asi que alcanza con el vivo; cada una se lista y
      * su total cuenta el dia de la aprobacion.
      ******************************************************************
       consolidarAnulaciones.
           OPEN INPUT ANULACIONES.
           if WS-ESTADO-ANULACIONES not = "00"
               CLOSE ANULACIONES
           else
               move "anulaciones de tablas aprobadas en el mes:"
                   to WS-LINEA-REPORTE
               WRITE REPORTE-REC FROM WS-LINEA-REPORTE
               move 0 to AN-ID
               START ANULACIONES KEY IS NOT LESS THAN AN-ID
                   INVALID KEY set FIN-ANULACIONES to true
               END-START
               PERFORM leerAnulacionMes UNTIL FIN-ANULACIONES
               CLOSE ANULACIONES
           end-if.
       leerAnulacionMes.
           READ ANULACIONES NEXT RECORD
               AT END set FIN-ANULACIONES to true
               NOT AT END
                   move AN-FECHA-ESTADO to WS-FECHA-LEIDA
                   if AN-ESTADO = "APROBADA"
                       and WS-FL-MES = WS-MES-PROCESO
                       and WS-FL-DIA >= 1 and WS-FL-DIA <= 31
                       add AN-TOTAL to WS-DIA-ANU-TOTAL (WS-FL-DIA)
                       add AN-TOTAL to WS-TOT-ANULADO-MES
                       add 1 to WS-CANT-ANULACIONES
                       move spaces to WS-LINEA-REPORTE
                       STRING "  anulacion " AN-ID
                              " aprobada el " AN-FECHA-ESTADO
                              ": tabla " AN-NUMERO " " AN-OPERACION
                              " del " AN-FECHA-TABLA
                              " filas=" AN-CANT-FILAS
                              " total=" AN-TOTAL
                              DELIMITED BY SIZE INTO WS-LINEA-REPORTE
                       WRITE REPORTE-REC FROM WS-LINEA-REPORTE
                   end-if
           END-READ.
       consolidarBandas.
           move "IFBANDH.DAT" to WS-NOMBRE-BANDAS.
           PERFORM pasadaBandas.
                  "  total clasificaciones: " WS-TOT-CLASIF-MES
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE.
           WRITE REPORTE-REC FROM WS-LINEA-REPORTE.
           compute WS-NETO-TABLAS-MES =
               WS-TOT-TABLAS-MES - WS-TOT-ANULADO-MES.
           move WS-NETO-TABLAS-MES to WS-NETO-EDITADO.
           move spaces to WS-LINEA-REPORTE.
           STRING "total anulado del mes: " WS-TOT-ANULADO-MES
                  " (" WS-CANT-ANULACIONES " anulaciones)"
                  "  total neto de tablas: " WS-NETO-EDITADO
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE.
           WRITE REPORTE-REC FROM WS-LINEA-REPORTE.
           move spaces to WS-LINEA-REPORTE.
           STRING "noches abortadas: " WS-CANT-ABORTOS
                  "  excepciones levantadas: " WS-CANT-LEVANTADAS
                      " tablas=" WS-DIA-TAB-TOTAL (WS-DIA-IDX)
                      " clasif=" WS-DIA-CLA-TOTAL (WS-DIA-IDX)
                      DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               if WS-DIA-ANU-TOTAL (WS-DIA-IDX) not = 0
                   STRING " anul=" WS-DIA-ANU-TOTAL (WS-DIA-IDX)
                       DELIMITED BY SIZE INTO WS-LINEA-REPORTE (45:)
               end-if
               if WS-DIA-ABORTO (WS-DIA-IDX) = "S"
                   STRING " *** NOCHE ABORTADA" DELIMITED BY SIZE
                       INTO WS-LINEA-REPORTE (61:)
