      *                tambien lleva fecha: uno de otra fecha de
      *                proceso se anula para que no saltee registros
      *                del lote nuevo.
      *   15/10/2026 - el checkpoint de tablas lleva la operacion de la
      *                tabla (RE-OPERACION); se ajusta el FD.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rutina02.
           05  RE-MULTIPLICADOR    PIC 9(3).
           05  RE-LIMITE-SUP       PIC 9(3).
           05  RE-FECHA            PIC 9(8).
           05  RE-OPERACION        PIC X(01).
       FD  PUNTO-CONTROL.
       01  PUNTO-CONTROL-REC.
           05  IC-FECHA            PIC 9(08).
                   OPEN OUTPUT REINICIO
                   move 0 to RE-NUMERO RE-MULTIPLICADOR
                       RE-LIMITE-SUP RE-FECHA
                   move space to RE-OPERACION
                   WRITE REINICIO-REC
                   CLOSE REINICIO
                   move "S" to WS-HUBO-LIMPIEZA
