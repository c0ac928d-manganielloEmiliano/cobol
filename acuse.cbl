      *          estado(10) blanco fecha(8) blanco motivo(30).
      * Tectonics: cobc -x -o acuse acuse.cbl fechalib.cbl
      *            configlib.cbl auditlog.cbl
      *            replib.cbl totlib.cbl retlib.cbl
      * Modification History:
      *   15/10/2026 - al cerrar ACUSEREP.DAT se guarda la copia en el
      *                repositorio de reportes (replib) con fecha,
      *                corrida y programa.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. acuse.
       01  WS-CONFIG-CLAVE         PIC X(20).
       01  WS-CONFIG-VALOR         PIC X(10).
       01  WS-CONFIG-HALLADO       PIC X(01).
       01  WS-REP-PROGRAMA         PIC X(15) VALUE "ACUSE".
       01  WS-REP-REPORTE          PIC X(12) VALUE "ACUSEREP.DAT".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "fechalib" USING WS-FECHA-HOY.
           PERFORM regrabarEstados.
           PERFORM imprimeResumen.
           CLOSE REPORTE.
           CALL "replib" USING WS-REP-PROGRAMA WS-REP-REPORTE.
           display "acuses procesados, ver ACUSEREP.DAT".
           STOP RUN.
       cargaConfiguracion.
