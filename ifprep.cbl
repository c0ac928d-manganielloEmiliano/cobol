      *          manda, y deja el lote limpio para el clasificador.
      *          Los contadores del supervisor vuelven a contar
      *          numeros.
      * Tectonics: cobc -x -o ifprep ifprep.cbl fechalib.cbl
      * Modification History:
      *   15/10/2026 - los duplicados de la entrega quedan ademas en
      *                CALIDIA.DAT a nombre del remitente del sobre,
      *                para el tablero mensual por remitente de
      *                calidad (IFPREREP.DAT se sigue pisando).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ifprep.
               FILE STATUS IS WS-ESTADO-TRABAJO.
           SELECT REPORTE ASSIGN TO "IFPREREP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CALIDAD-DIA ASSIGN TO "CALIDIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CALIDAD.
       DATA DIVISION.
       FILE SECTION.
       FD  LOTE.
           05  TR-OCURRENCIAS      PIC 9(03).
       FD  REPORTE.
       01  REPORTE-REC             PIC X(80).
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
       01  WS-ESTADO-LOTE          PIC X(02).
       01  WS-ESTADO-CRUDO         PIC X(02).
       01  WS-ESTADO-TRABAJO       PIC X(02).
       01  WS-ESTADO-CALIDAD       PIC X(02).
       01  WS-FECHA-HOY            PIC 9(08) VALUE 0.
       01  WS-FIN-LOTE             PIC X(01) VALUE "N".
           88  FIN-LOTE            VALUE "S".
       01  WS-FIN-TRABAJO          PIC X(01) VALUE "N".
           05  WS-OCUR OCCURS 999 TIMES PIC 9(03).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "fechalib" USING WS-FECHA-HOY.
           PERFORM limpiarConteo VARYING WS-NUM-IDX FROM 1 BY 1
               UNTIL WS-NUM-IDX > 999.
           PERFORM leerRemitente.
           WRITE REPORTE-REC FROM WS-LINEA-REPORTE.
           display "ifprep: " WS-LINEA-REPORTE.
           CLOSE REPORTE.
           PERFORM anotarCalidad.
           if WS-CANT-DUPLICADOS not = 0
               MOVE 4 TO RETURN-CODE
           end-if.
               WRITE REPORTE-REC FROM WS-LINEA-REPORTE
           end-if.
      ******************************************************************
      * renglon de calidad con los duplicados de la entrega; los
      * recibidos y rechazos ya los anoto el preedit.
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
           move WS-REMITENTE to CD-REMITENTE.
           move 0 to CD-ENTREGAS CD-RECIBIDOS CD-NONUM CD-RANGO.
           move WS-CANT-DUPLICADOS to CD-DUPLICADOS.
           move 0 to CD-SOBRES-MALOS CD-REG-SOBRE-MALO.
           WRITE CALIDAD-DIA-REC.
           CLOSE CALIDAD-DIA.
      ******************************************************************
      * el remitente sale de la cabecera del sobre de IFNUMRAW.DAT
      * ("H remitente fecha", el formato del preedit); sin sobre queda
      * en blanco y el reclamo va sin nombre.
