      *            con esos nombres de salida; se copian al directorio
      *            de practica en cada sesion)
      * Modification History:
      *   15/10/2026 - el registro de TABLASAL.DAT pasa a 19 posiciones
      *                (operacion de la tabla al final); se ajusta el FD
      *                con que se cuentan las filas.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. practica.
       FD  CONTADO.
       01  CONTADO-REC             PIC X(80).
       FD  CONTADO-TABLAS.
       01  CONTADO-TABLAS-REC      PIC X(19).
       WORKING-STORAGE SECTION.
       01  WS-ESTADO-CAPACIT       PIC X(02).
       01  WS-ESTADO-CONTADO       PIC X(02).
