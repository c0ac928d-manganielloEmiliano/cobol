      *          GENAUREP.DAT y escalada al flujo de excepciones
      *          TALLEREX.DAT.
      * Tectonics: cobc -x -o genaudit genaudit.cbl fechalib.cbl
      *            retlib.cbl
      * Modification History:
      *   15/10/2026 - las generaciones bajo retencion legal en
      *                RETLEG.DAT (retlib) no cuentan para el control
      *                de retencion de GENCTL.DAT: genroll las
      *                conserva a proposito y no son discrepancia.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. genaudit.
       01  WS-CAT-VIVAS            PIC 9(03) VALUE 0.
       01  WS-CAT-TABLA.
           05  WS-CAT-ENT OCCURS 200 TIMES.
               10  WS-CAT-FECHA        PIC 9(08).
               10  WS-CAT-ARCHIVO      PIC X(12).
               10  WS-CAT-GENERACION   PIC X(30).
       01  WS-NOMBRE-DISCO         PIC X(30).
       01  WS-RL-ARCHIVO           PIC X(12).
       01  WS-RL-DESDE             PIC 9(08).
       01  WS-RL-HASTA             PIC 9(08).
       01  WS-RL-OPERADOR          PIC X(10) VALUE SPACES.
       01  WS-RL-RETENIDA          PIC X(01).
       01  WS-RL-ID                PIC 9(06).
       01  WS-RL-MOTIVO            PIC X(40).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "fechalib" USING WS-FECHA-HOY.
               NOT AT END
                   if WS-CAT-CANT < WS-CAT-MAX
                       add 1 to WS-CAT-CANT
                       move GK-FECHA
                           to WS-CAT-FECHA (WS-CAT-CANT)
                       move GK-ARCHIVO
                           to WS-CAT-ARCHIVO (WS-CAT-CANT)
                       move GK-GENERACION
      * por archivo de GENCTL.DAT no deben sobrevivir mas generaciones
      * catalogadas que las que manda retener; de mas tambien es
      * discrepancia (la depuracion de genroll no esta haciendo pie).
      * Las retenidas por retencion legal no se cuentan.
      ******************************************************************
       verificarRetenciones.
           move "N" to WS-FIN-CONTROL.
           END-READ.
       contarGeneraciones.
           if WS-CAT-ARCHIVO (WS-CAT-IDX) = GC-ARCHIVO
               move GC-ARCHIVO to WS-RL-ARCHIVO
               move WS-CAT-FECHA (WS-CAT-IDX) to WS-RL-DESDE
                   WS-RL-HASTA
               CALL "retlib" USING WS-RL-ARCHIVO WS-RL-DESDE
                   WS-RL-HASTA WS-RL-OPERADOR WS-RL-RETENIDA
                   WS-RL-ID WS-RL-MOTIVO
               if WS-RL-RETENIDA not = "S"
                   add 1 to WS-CAT-VIVAS
               end-if
           end-if.
       anotaDiscrepancia.
           add 1 to WS-CANT-DISCREPANCIAS.
