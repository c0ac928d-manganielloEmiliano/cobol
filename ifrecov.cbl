      * Tectonics: cobc -x -o ifrecov ifrecov.cbl fechalib.cbl
      *            numchk.cbl
      * Modification History:
      *   15/10/2026 - se respetan las fijaciones de supervisor de
      *                IFOVERR.DAT: una entrada del diario que no sea
      *                del propio override (modos override, liberado,
      *                vencido) sobre un numero fijado y vigente en la
      *                fecha reaplicada no pisa la banda fijada; se
      *                regraba la banda del override y se informa como
      *                tal en IFRECREP.DAT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ifrecov.
               FILE STATUS IS WS-ESTADO-HISTORIAL.
           SELECT REPORTE ASSIGN TO "IFRECREP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL OVERRIDES ASSIGN TO "IFOVERR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OV-NUMERO
               FILE STATUS IS WS-ESTADO-OVERRIDES.
       DATA DIVISION.
       FILE SECTION.
       FD  MAESTRO.
           05  HC-MODO             PIC X(12).
       FD  REPORTE.
       01  REPORTE-REC             PIC X(80).
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
       WORKING-STORAGE SECTION.
       01  WS-ESTADO-MAESTRO       PIC X(02).
       01  WS-ESTADO-HISTORIAL     PIC X(02).
       01  WS-LINEA-REPORTE        PIC X(80) VALUE SPACES.
       01  WS-NUMCHK-PROMPT        PIC X(40).
       01  WS-NUMCHK-VALOR         PIC 9(09).
       01  WS-ESTADO-OVERRIDES     PIC X(02).
       01  WS-HAY-OVERRIDES        PIC X(01) VALUE "N".
       01  WS-ES-OVERRIDE          PIC X(01) VALUE "N".
           88  ES-OVERRIDE         VALUE "S".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "fechalib" USING WS-FECHA-PROCESO.
               MOVE 12 TO RETURN-CODE
               STOP RUN
           end-if.
           OPEN INPUT OVERRIDES.
           if WS-ESTADO-OVERRIDES = "00"
               move "S" to WS-HAY-OVERRIDES
           end-if.
           OPEN OUTPUT REPORTE.
           move spaces to WS-LINEA-REPORTE.
           STRING "reaplicacion del diario IFHIST del "
           display WS-LINEA-REPORTE.
           CLOSE REPORTE.
           CLOSE MAESTRO.
           CLOSE OVERRIDES.
           if WS-CANT-FALLIDAS not = 0
               MOVE 4 TO RETURN-CODE
           end-if.
                   end-if
           END-READ.
       aplicarAlMaestro.
           PERFORM controlarOverride.
           move "N" to WS-MAESTRO-EXISTE.
           move HC-NUMERO to MA-NUMERO.
           READ MAESTRO
                   move "S" to WS-MAESTRO-EXISTE
           END-READ.
           move HC-NUMERO to MA-NUMERO.
           if ES-OVERRIDE
               move OV-BANDA to MA-CLASIFICACION
           else
               move HC-CLASIF-NUEVA to MA-CLASIFICACION
           end-if.
           if WS-MAESTRO-EXISTE = "S"
               REWRITE MAESTRO-REC
           else
           if WS-ESTADO-MAESTRO = "00"
               add 1 to WS-CANT-REAPLICADAS
               move spaces to WS-LINEA-REPORTE
               if ES-OVERRIDE
                   STRING "  override " HC-NUMERO " -> " OV-BANDA
                          " (se ignora " HC-CLASIF-NUEVA
                          " de la hora " HC-HORA ")"
                          DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               else
                   STRING "  recuperado " HC-NUMERO " -> "
                          HC-CLASIF-NUEVA " (hora " HC-HORA ")"
                          DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               end-if
           else
               add 1 to WS-CANT-FALLIDAS
               move spaces to WS-LINEA-REPORTE
                      DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           end-if.
           WRITE REPORTE-REC FROM WS-LINEA-REPORTE.
      ******************************************************************
      * las entradas del propio override se reaplican tal cual; las
      * demas no pisan un numero fijado y vigente en la fecha.
      ******************************************************************
       controlarOverride.
           move "N" to WS-ES-OVERRIDE.
           if WS-HAY-OVERRIDES = "S"
               and HC-MODO not = "override"
               and HC-MODO not = "liberado"
               and HC-MODO not = "vencido"
               move HC-NUMERO to OV-NUMERO
               READ OVERRIDES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       if OV-ESTADO = "VIGENTE"
                           and OV-FECHA-ALTA <= WS-FECHA-REPLAY
                           and OV-VENCE >= WS-FECHA-REPLAY
                           set ES-OVERRIDE to true
                       end-if
               END-READ
           end-if.
       END PROGRAM ifrecov.
