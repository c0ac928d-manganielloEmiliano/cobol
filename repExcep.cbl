      *          de que alguien tenga que leer los tres archivos a
      *          mano cada manana.
      * Tectonics: cobc -x -o repexcep repExcep.cbl fechalib.cbl
      *            replib.cbl totlib.cbl retlib.cbl
      * Modification History:
      *   09/08/2026 - AUDITORI.DAT y PREGLEDG.DAT son acumulativos
      *                (OPEN EXTEND) desde hace rato, asi que este
      *                de proceso completa. Lo acumulado con fecha de
      *                seis digitos se convierte una unica vez con
      *                convfech.
      *   15/10/2026 - al cerrar EXCREP.DAT se guarda la copia en el
      *                repositorio de reportes (replib) con fecha,
      *                corrida y programa.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. repexcep.
       01  WS-LINEA-EXCEP           PIC X(120) VALUE SPACES.
       01  WS-FECHA-HOY             PIC 9(08).
       01  WS-FECHA-PROCESO         PIC 9(08) VALUE 0.
       01  WS-REP-PROGRAMA          PIC X(15) VALUE "REPEXCEP".
       01  WS-REP-REPORTE           PIC X(12) VALUE "EXCREP.DAT".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "fechalib" USING WS-FECHA-PROCESO.
           PERFORM procesarExcepTaller.
           PERFORM imprimeResumen.
           CLOSE REPORTE-EXCEP.
           CALL "replib" USING WS-REP-PROGRAMA WS-REP-REPORTE.
           STOP RUN.
       procesarAuditoria.
           OPEN INPUT AUDITORIA.
