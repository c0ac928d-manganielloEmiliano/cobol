      *          ARCHREP.DAT. Los maestros quedan del tamano del
      *          negocio, no de su historia.
      * Tectonics: cobc -x -o archiva archiva.cbl fechalib.cbl
      *            retlib.cbl
      * Modification History:
      *   15/10/2026 - antes de archivar un registro frio se consultan
      *                las retenciones legales de RETLEG.DAT (retleg,
      *                via retlib): un numero de IFMAEST cubre desde su
      *                ultima novedad hasta hoy, una vigencia de VCREF
      *                desde su fecha hasta la vigencia que la supero,
      *                y un operador de OPERMAST se compara por OP-ID.
      *                Lo retenido queda en el maestro y el reporte
      *                dice que se conservo y por que retencion.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. archiva.
           05  WS-FRIO-CLAVE OCCURS 500 TIMES PIC X(18).
       01  WS-CLAVE-ANTERIOR       PIC X(18) VALUE SPACES.
       01  WS-VIG-SIGUIENTE        PIC 9(08) VALUE 0.
       01  WS-CANT-RETENIDOS       PIC 9(05) VALUE 0.
       01  WS-RL-ARCHIVO           PIC X(12).
       01  WS-RL-DESDE             PIC 9(08).
       01  WS-RL-HASTA             PIC 9(08).
       01  WS-RL-OPERADOR          PIC X(10).
       01  WS-RL-RETENIDA          PIC X(01).
       01  WS-RL-ID                PIC 9(06).
       01  WS-RL-MOTIVO            PIC X(40).
       01  WS-RL-CLAVE             PIC X(18).
      *    conversion de fecha a dias corridos, como en excmant
       01  WS-FECHA-TRABAJO        PIC 9(08).
       01  FILLER REDEFINES WS-FECHA-TRABAJO.
               PERFORM leerActividad UNTIL FIN-HISTORIAL
           end-if.
           CLOSE HISTORIAL.
           move 0 to WS-FRIO-CANT WS-CANT-SIN-DIARIO WS-CANT-RETENIDOS.
           move "N" to WS-FIN-MAESTRO.
           OPEN I-O MAESTRO.
           if WS-ESTADO-MAESTRO not = "00"
                      WS-CANT-SIN-DIARIO
                      DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               WRITE REPORTE-REC FROM WS-LINEA-REPORTE
               PERFORM informarRetenidos
           end-if.
       limpiarActividad.
           move 0 to WS-ACT-FECHA (WS-NUM-IDX).
                           PERFORM fechaADias
                           if WS-DIAS-HOY - WS-DIAS-RESULTADO
                               > WS-DIAS-CORTE
                               move "IFMAEST.DAT" to WS-RL-ARCHIVO
                               move WS-ACT-FECHA (MA-NUMERO)
                                   to WS-RL-DESDE
                               move 99999999 to WS-RL-HASTA
                               move spaces to WS-RL-OPERADOR
                               move MAESTRO-REC to WS-RL-CLAVE
                               PERFORM consultarRetencion
                               if WS-RL-RETENIDA not = "S"
                                   PERFORM anotarFrio
                               end-if
                           end-if
                       end-if
                   end-if
      * no sirve ni para reprocesos y se archiva.
      ******************************************************************
       archivarVcref.
           move 0 to WS-FRIO-CANT WS-CANT-RETENIDOS.
           move spaces to WS-CLAVE-ANTERIOR.
           move "N" to WS-FIN-REF.
           OPEN I-O REFERENCIAS.
                      WS-CANT-ARCHIVADOS
                      DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               WRITE REPORTE-REC FROM WS-LINEA-REPORTE
               PERFORM informarRetenidos
           end-if.
       juntarVigenciaFria.
           READ REFERENCIAS NEXT RECORD
                       PERFORM fechaADias
                       if WS-DIAS-HOY - WS-DIAS-RESULTADO
                           > WS-DIAS-CORTE
                           move "VCREF.DAT" to WS-RL-ARCHIVO
                           move WS-CLAVE-ANTERIOR (11:8)
                               to WS-RL-DESDE
                           move RF-VIGENCIA to WS-RL-HASTA
                           move spaces to WS-RL-OPERADOR
                           move WS-CLAVE-ANTERIOR to WS-RL-CLAVE
                           PERFORM consultarRetencion
                           if WS-RL-RETENIDA not = "S"
                               and WS-FRIO-CANT < WS-FRIO-MAX
                               add 1 to WS-FRIO-CANT
                               move WS-CLAVE-ANTERIOR to
                                   WS-FRIO-CLAVE (WS-FRIO-CANT)
      * la auditoria, no en el maestro.
      ******************************************************************
       archivarOperadores.
           move 0 to WS-FRIO-CANT WS-CANT-RETENIDOS.
           move "N" to WS-FIN-OPER.
           OPEN I-O OPERADORES.
           if WS-ESTADO-OPERMAST not = "00"
                      WS-CANT-ARCHIVADOS
                      DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               WRITE REPORTE-REC FROM WS-LINEA-REPORTE
               PERFORM informarRetenidos
           end-if.
       juntarOperadorFrio.
           READ OPERADORES NEXT RECORD
               AT END set FIN-OPER to true
               NOT AT END
                   if OP-ACTIVO = "N"
                       move "OPERMAST.DAT" to WS-RL-ARCHIVO
                       move 0 to WS-RL-DESDE
                       move 99999999 to WS-RL-HASTA
                       move OP-ID to WS-RL-OPERADOR WS-RL-CLAVE
                       PERFORM consultarRetencion
                   end-if
                   if OP-ACTIVO = "N" and WS-RL-RETENIDA not = "S"
                       if WS-FRIO-CANT < WS-FRIO-MAX
                           add 1 to WS-FRIO-CANT
                           move OP-ID
                   DELETE OPERADORES
                   add 1 to WS-CANT-ARCHIVADOS
           END-READ.
      ******************************************************************
      * retencion legal: lo que cubre una retencion en vigor no pasa a
      * la tabla de frios; cada registro conservado queda en el reporte
      * con el numero y el motivo de la retencion.
      ******************************************************************
       consultarRetencion.
           CALL "retlib" USING WS-RL-ARCHIVO WS-RL-DESDE WS-RL-HASTA
               WS-RL-OPERADOR WS-RL-RETENIDA WS-RL-ID WS-RL-MOTIVO.
           if WS-RL-RETENIDA = "S"
               add 1 to WS-CANT-RETENIDOS
               move spaces to WS-LINEA-REPORTE
               STRING "    retenido " WS-RL-CLAVE " retencion "
                      WS-RL-ID ": " WS-RL-MOTIVO
                      DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               WRITE REPORTE-REC FROM WS-LINEA-REPORTE
           end-if.
       informarRetenidos.
           move spaces to WS-LINEA-REPORTE.
           STRING "  " AR-ARCHIVO " conservados por retencion legal="
                  WS-CANT-RETENIDOS
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE.
           WRITE REPORTE-REC FROM WS-LINEA-REPORTE.
       abrirFrio.
           move spaces to WS-NOMBRE-FRIO.
           STRING AR-ARCHIVO DELIMITED BY SPACE
