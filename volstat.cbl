      *          lista de siempre sin topes.
      * Tectonics: cobc -x -o volstat volstat.cbl fechalib.cbl
      * Modification History:
      *   15/10/2026 - el registro de TABLASAL.DAT pasa a 19 posiciones
      *                (operacion de la tabla al final); se ajusta el FD
      *                con que se cuentan las filas.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. volstat.
       FD  CONTADO.
       01  CONTADO-REC             PIC X(133).
       FD  CONTADO-TABLAS.
       01  CONTADO-TABLAS-REC      PIC X(19).
       FD  REPORTE.
       01  REPORTE-REC             PIC X(100).
       WORKING-STORAGE SECTION.
