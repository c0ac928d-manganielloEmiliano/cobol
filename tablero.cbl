      *                el saliente y las marca leidas el entrante con
      *                el programa entrega), para que el contexto
      *                humano del turno no siga viajando en papel.
      *   15/10/2026 - el registro de TABLASAL.DAT pasa a 19 posiciones
      *                (operacion de la tabla al final); se ajusta el FD
      *                con que se cuentan las filas.
      *                El checkpoint de tablas lleva la operacion
      *                (RE-OPERACION) y se muestra junto al numero.
      *   15/10/2026 - el registro de TABLASPL.DAT trae al final la
      *                ruta de impresion de despool (30 posiciones).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. tablero.
           05  RE-MULTIPLICADOR    PIC 9(3).
           05  RE-LIMITE-SUP       PIC 9(3).
           05  RE-FECHA            PIC 9(8).
           05  RE-OPERACION        PIC X(01).
       FD  SPOOL-TAB.
       01  SPOOL-TAB-REC.
           05  ST-CONTROL          PIC X(01).
           05  ST-FECHA            PIC 9(08).
           05  ST-IMPRESO          PIC X(01).
           05  ST-TEXTO            PIC X(60).
           05  FILLER              PIC X(30).
       FD  SPOOL-PREG.
       01  SPOOL-PREG-REC.
           05  SQ-CONTROL          PIC X(01).
       FD  CONTADO.
       01  CONTADO-REC             PIC X(133).
       FD  CONTADO-TABLAS.
       01  CONTADO-TABLAS-REC      PIC X(19).
       FD  NOTAS.
       01  NOTAS-REC.
           05  EN-ID               PIC 9(04).
               CLOSE REINICIO
               if RE-NUMERO not = 0
                   display "checkpoint pendiente: SI - tabla del "
                       RE-NUMERO RE-OPERACION " (fecha " RE-FECHA ")"
               else
                   display "checkpoint pendiente: NO"
               end-if
