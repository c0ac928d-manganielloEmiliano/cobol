      *          Motivos: NONUM (no numerico), RANGO (fuera de rango).
      * Tectonics: cobc -x -o preedit preedit.cbl editlib.cbl
      *            fechalib.cbl errlib.cbl
      *            replib.cbl totlib.cbl retlib.cbl
      * Modification History:
      *   02/09/2026 - las entregas crudas llevan ahora sobre de
      *                control: una cabecera "H remitente(6) fecha(8)"
      *                sobre se procesa como siempre, con la
      *                observacion en el reporte, mientras los
      *                remitentes terminan de adoptar el formato.
      *   15/10/2026 - cada entrega deja su renglon de calidad en
      *                CALIDIA.DAT (remitente del sobre, recibidos,
      *                rechazos NONUM y RANGO, y si el sobre no cerro)
      *                para el tablero mensual por remitente de
      *                calidad; NUMERREJ/IFNUMREJ se siguen pisando.
      *   15/10/2026 - al cerrar EDITREP.DAT se guarda la copia en el
      *                repositorio de reportes (replib) con fecha,
      *                corrida y programa.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. preedit.
           SELECT OPTIONAL CORRIDA-CONTROL ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CORRIDA.
           SELECT OPTIONAL CALIDAD-DIA ASSIGN TO "CALIDIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CALIDAD.
       DATA DIVISION.
       FILE SECTION.
       FD  NUM-CRUDO.
           05  RC-FECHA            PIC 9(08).
           05  FILLER              PIC X(01).
           05  RC-CORRIDA          PIC 9(02).
       FD  CALIDAD-DIA.
       01  CALIDAD-DIA-REC.
           05  CD-FECHA            PIC 9(08).
           05  FILLER              PIC X(01).
           05  CD-REMITENTE        PIC X(06).
           05  FILLER              PIC X(01).
           05  CD-ENTREGAS         PIC 9(03).
           05  FILLER              PIC X(01).
           05  CD-RECIBIDOS        PIC 9(07).
           05  FILLER              PIC X(01).
           05  CD-NONUM            PIC 9(07).
           05  FILLER              PIC X(01).
           05  CD-RANGO            PIC 9(07).
           05  FILLER              PIC X(01).
           05  CD-DUPLICADOS       PIC 9(07).
           05  FILLER              PIC X(01).
           05  CD-SOBRES-MALOS     PIC 9(03).
           05  FILLER              PIC X(01).
           05  CD-REG-SOBRE-MALO   PIC 9(07).
       WORKING-STORAGE SECTION.
       01  WS-ESTADO-CRUDO         PIC X(02).
       01  WS-ESTADO-LIMPIO        PIC X(02).
       01  WS-ESTADO-EXCTALLER     PIC X(02).
       01  WS-ESTADO-CORRIDA       PIC X(02).
       01  WS-ESTADO-CALIDAD       PIC X(02).
       01  WS-CANT-NONUM           PIC 9(05) VALUE 0.
       01  WS-CANT-RANGO           PIC 9(05) VALUE 0.
       01  WS-CORRIDA              PIC 9(02) VALUE 0.
       01  WS-FECHA-HOY            PIC 9(08) VALUE 0.
       01  WS-FIN-CRUDO            PIC X(01) VALUE "N".
       01  WS-EDITLIB-MAX          PIC 9(09) VALUE 99.
       01  WS-EDITLIB-VALIDO       PIC X(01).
       01  WS-LINEA-REPORTE        PIC X(80) VALUE SPACES.
       01  WS-REP-PROGRAMA         PIC X(15) VALUE "PREEDIT".
       01  WS-REP-REPORTE          PIC X(12) VALUE "EDITREP.DAT".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "fechalib" USING WS-FECHA-HOY.
           PERFORM editarLoteTablas.
           PERFORM editarLoteIfElse.
           CLOSE REPORTE.
           CALL "replib" USING WS-REP-PROGRAMA WS-REP-REPORTE.
           DISPLAY "edicion previa terminada, ver EDITREP.DAT".
           STOP RUN.
      ******************************************************************
      ******************************************************************
       editarLoteTablas.
           move 0 to WS-CANT-LEIDOS WS-CANT-LIMPIOS WS-CANT-RECHAZOS.
           move 0 to WS-CANT-NONUM WS-CANT-RANGO.
           move "N" to WS-FIN-CRUDO.
           move 1 to WS-EDITLIB-MIN.
           move 99 to WS-EDITLIB-MAX.
               if WS-SOBRE-ESTADO = "N"
                   move "NUMERRAW.DAT" to WS-NOMBRE-ENTREGA
                   PERFORM rechazarEntrega
                   PERFORM anotarCalidad
               else
                   move "N" to WS-FIN-CRUDO
                   OPEN INPUT NUM-CRUDO
                   WRITE REPORTE-REC FROM WS-LINEA-REPORTE
                   PERFORM escribeSobre
                   PERFORM escribeConteos
                   PERFORM anotarCalidad
               end-if
           end-if.
       verificarSobreTablas.
                           move " " to NUM-RECHAZO-REC (6:1)
                           WRITE NUM-RECHAZO-REC
                           add 1 to WS-CANT-RECHAZOS
                           if WS-MOTIVO = "NONUM"
                               add 1 to WS-CANT-NONUM
                           else
                               add 1 to WS-CANT-RANGO
                           end-if
                       end-if
                   end-if
           END-READ.
      ******************************************************************
       editarLoteIfElse.
           move 0 to WS-CANT-LEIDOS WS-CANT-LIMPIOS WS-CANT-RECHAZOS.
           move 0 to WS-CANT-NONUM WS-CANT-RANGO.
           move "N" to WS-FIN-CRUDO.
           move 1 to WS-EDITLIB-MIN.
           move 999 to WS-EDITLIB-MAX.
               if WS-SOBRE-ESTADO = "N"
                   move "IFNUMRAW.DAT" to WS-NOMBRE-ENTREGA
                   PERFORM rechazarEntrega
                   PERFORM anotarCalidad
               else
                   move "N" to WS-FIN-CRUDO
                   OPEN INPUT IF-CRUDO
                   WRITE REPORTE-REC FROM WS-LINEA-REPORTE
                   PERFORM escribeSobre
                   PERFORM escribeConteos
                   PERFORM anotarCalidad
               end-if
           end-if.
       verificarSobreIfElse.
                           move " " to IF-RECHAZO-REC (6:1)
                           WRITE IF-RECHAZO-REC
                           add 1 to WS-CANT-RECHAZOS
                           if WS-MOTIVO = "NONUM"
                               add 1 to WS-CANT-NONUM
                           else
                               add 1 to WS-CANT-RANGO
                           end-if
                       end-if
                   end-if
           END-READ.
                   move "RANGO" to WS-MOTIVO
               end-if
           end-if.
      ******************************************************************
      * renglon de calidad de la entrega para el tablero mensual por
      * remitente (calidad): sin sobre el remitente va en blanco; una
      * entrega rechazada por el sobre cuenta todos sus registros.
      ******************************************************************
       anotarCalidad.
           OPEN EXTEND CALIDAD-DIA.
           if WS-ESTADO-CALIDAD = "35"
               OPEN OUTPUT CALIDAD-DIA
               CLOSE CALIDAD-DIA
               OPEN EXTEND CALIDAD-DIA
           end-if.
           move spaces to CALIDAD-DIA-REC.
           move WS-FECHA-HOY to CD-FECHA.
           move WS-SOBRE-REMITENTE to CD-REMITENTE.
           move 1 to CD-ENTREGAS.
           move 0 to CD-DUPLICADOS.
           if WS-SOBRE-ESTADO = "N"
               move WS-CONT-REGISTROS to CD-RECIBIDOS
               move 0 to CD-NONUM CD-RANGO
               move 1 to CD-SOBRES-MALOS
               move WS-CONT-REGISTROS to CD-REG-SOBRE-MALO
           else
               move WS-CANT-LEIDOS to CD-RECIBIDOS
               move WS-CANT-NONUM to CD-NONUM
               move WS-CANT-RANGO to CD-RANGO
               move 0 to CD-SOBRES-MALOS CD-REG-SOBRE-MALO
           end-if.
           WRITE CALIDAD-DIA-REC.
           CLOSE CALIDAD-DIA.
       escribeConteos.
           move spaces to WS-LINEA-REPORTE.
           STRING "  leidos=" WS-CANT-LEIDOS
