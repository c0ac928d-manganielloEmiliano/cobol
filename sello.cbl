      *   22/08/2026 - AU-FECHA y LE-FECHA pasan a ocho digitos con
      *                siglo y el dia se toma de la fecha de proceso
      *                del calendario (fechalib).
      *   15/10/2026 - se sella tambien el diario de retenciones
      *                legales RETLEGH.DAT (retleg), con la misma
      *                cuenta que el ledger (fecha al frente): el alta
      *                y la liberacion de una retencion no se pueden
      *                borrar sin que versello lo note.
      *   15/10/2026 - se sella tambien el diario del repositorio de
      *                reportes REPLEDG.DAT (replib, repinq): ademas de
      *                la posicion se suman la cantidad de renglones y
      *                el total de control de cada copia, asi una copia
      *                guardada no se puede cambiar junto con su asiento
      *                sin que versello lo note.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. sello.
           SELECT OPTIONAL LEDGER ASSIGN TO "PREGLEDG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-ARCHIVO.
           SELECT OPTIONAL RETENCIONES ASSIGN TO "RETLEGH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-ARCHIVO.
           SELECT OPTIONAL REPORTES ASSIGN TO "REPLEDG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-ARCHIVO.
           SELECT SELLOS ASSIGN TO "SELLOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-SELLOS.
       01  AUDITORIA-REC           PIC X(132).
       FD  LEDGER.
       01  LEDGER-REC              PIC X(120).
       FD  RETENCIONES.
       01  RETENCIONES-REC         PIC X(100).
       FD  REPORTES.
       01  REPORTES-REC            PIC X(70).
       FD  SELLOS.
       01  SELLOS-REC.
           05  SL-FECHA            PIC 9(08).
       01  WS-LEDGER-LAYOUT.
           05  LE-FECHA            PIC 9(08).
           05  FILLER              PIC X(112).
      *    asiento del diario de reportes: fecha, cantidad de renglones
      *    y las siete cifras bajas del total de control de la copia
       01  WS-REPLEDG-LAYOUT.
           05  RJ-FECHA            PIC 9(08).
           05  FILLER              PIC X(41).
           05  RJ-CANTIDAD         PIC 9(07).
           05  FILLER              PIC X(01).
           05  RJ-CHECK-ALTO       PIC 9(06).
           05  RJ-CHECK-BAJO       PIC 9(07).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "fechalib" USING WS-FECHA-HOY.
           end-if.
           PERFORM sellarAuditoria.
           PERFORM sellarLedger.
           PERFORM sellarRetenciones.
           PERFORM sellarReportes.
           CLOSE SELLOS.
           display "sellos del dia grabados en SELLOS.DAT".
           STOP RUN.
                       add WS-CANTIDAD to WS-CHECK
                   end-if
           END-READ.
       sellarRetenciones.
           move "N" to WS-FIN-ARCHIVO.
           move 0 to WS-CANTIDAD WS-CHECK.
           OPEN INPUT RETENCIONES.
           if WS-ESTADO-ARCHIVO = "00"
               PERFORM sumarRetenciones UNTIL FIN-ARCHIVO
           end-if.
           CLOSE RETENCIONES.
           move "RETLEGH.DAT" to SL-ARCHIVO.
           PERFORM grabarSello.
       sumarRetenciones.
           READ RETENCIONES INTO WS-LEDGER-LAYOUT
               AT END set FIN-ARCHIVO to true
               NOT AT END
                   if LE-FECHA = WS-FECHA-HOY
                       add 1 to WS-CANTIDAD
                       add LE-FECHA to WS-CHECK
                       add WS-CANTIDAD to WS-CHECK
                   end-if
           END-READ.
       sellarReportes.
           move "N" to WS-FIN-ARCHIVO.
           move 0 to WS-CANTIDAD WS-CHECK.
           OPEN INPUT REPORTES.
           if WS-ESTADO-ARCHIVO = "00"
               PERFORM sumarReportes UNTIL FIN-ARCHIVO
           end-if.
           CLOSE REPORTES.
           move "REPLEDG.DAT" to SL-ARCHIVO.
           PERFORM grabarSello.
       sumarReportes.
           READ REPORTES INTO WS-REPLEDG-LAYOUT
               AT END set FIN-ARCHIVO to true
               NOT AT END
                   if RJ-FECHA = WS-FECHA-HOY
                       add 1 to WS-CANTIDAD
                       add RJ-CANTIDAD to WS-CHECK
                       add RJ-CHECK-BAJO to WS-CHECK
                       add WS-CANTIDAD to WS-CHECK
                   end-if
           END-READ.
       grabarSello.
           move WS-FECHA-HOY to SL-FECHA.
           move WS-CANTIDAD to SL-CANTIDAD.
