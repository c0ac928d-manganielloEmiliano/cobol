      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: control nocturno de accesos - tres pasadas:
      *          1) las firmas de entrada aceptadas del dia (MENU,
      *          campo SIGNON, resultado aceptado) de la auditoria
      *          viva AUDITORI.DAT se llevan a ULTFIRMA.DAT (ultima
      *          firma por operador), porque genroll corta la
      *          auditoria cada noche y la generacion de hace un anio
      *          ya no existe; por eso este paso corre antes de
      *          genroll. 2) un operador activo sin firmar hace mas de
      *          INACTDIAS dias corridos (perilla de CONFIG.DAT,
      *          respaldo 365) se suspende (OP-ACTIVO N); el que nunca
      *          firmo se cuenta desde que entro a ULTFIRMA.DAT (la
      *          primera noche que se lo vio, o su reactivacion en
      *          opermant). 3) los renglones de la revision trimestral
      *          de accesos ACCREV.DAT (accrev) que siguen PENDIENTE
      *          con el plazo vencido se suspenden igual. Cada
      *          suspension queda como evidencia en ACCEVID.DAT, en la
      *          auditoria comun y escalada a TALLEREX.DAT.
      *          ULTFIRMA.DAT: operador(10) ultima firma(8) inicio(8).
      * Tectonics: cobc -x -o accinact accinact.cbl auditlog.cbl
      *            fechalib.cbl configlib.cbl
      * Modification History:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. accinact.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL AUDITORIA ASSIGN TO "AUDITORI.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-AUDITORIA.
           SELECT FIRMAS ASSIGN TO "ULTFIRMA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UF-ID
               FILE STATUS IS WS-ESTADO-FIRMAS.
           SELECT OPERADORES ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-ID
               FILE STATUS IS WS-ESTADO-OPERMAST.
           SELECT OPTIONAL REVISIONES ASSIGN TO "ACCREV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-CLAVE
               FILE STATUS IS WS-ESTADO-REVISIONES.
           SELECT EVIDENCIA ASSIGN TO "ACCEVID.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-EVIDENCIA.
           SELECT EXCEP-TALLER ASSIGN TO "TALLEREX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-EXCTALLER.
           SELECT OPTIONAL CORRIDA-CONTROL ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CORRIDA.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDITORIA.
       01  AUDITORIA-REC           PIC X(132).
       FD  FIRMAS.
       01  FIRMAS-REC.
           05  UF-ID               PIC X(10).
           05  UF-FECHA-FIRMA      PIC 9(08).
           05  UF-FECHA-INICIO     PIC 9(08).
           05  FILLER              PIC X(10).
       FD  OPERADORES.
       01  OPERADORES-REC.
           05  OP-ID               PIC X(10).
           05  OP-NOMBRE           PIC X(30).
           05  OP-ROL              PIC X(10).
           05  OP-ACTIVO           PIC X(01).
           05  OP-NIVEL            PIC 9(02).
       FD  REVISIONES.
       01  REVISIONES-REC.
           05  AR-CLAVE.
               10  AR-CAMPANA      PIC 9(05).
               10  AR-OPERADOR     PIC X(10).
           05  AR-REVISOR          PIC X(10).
           05  AR-ROL              PIC X(10).
           05  AR-NIVEL            PIC 9(02).
           05  AR-CERTS            PIC X(40).
           05  AR-ULT-FIRMA        PIC 9(08).
           05  AR-FECHA-APERTURA   PIC 9(08).
           05  AR-FECHA-LIMITE     PIC 9(08).
           05  AR-ESTADO           PIC X(10).
           05  AR-DECISOR          PIC X(10).
           05  AR-FECHA-DECISION   PIC 9(08).
           05  AR-NOTA             PIC X(40).
           05  FILLER              PIC X(10).
       FD  EVIDENCIA.
       01  EVIDENCIA-REC.
           05  AE-FECHA            PIC 9(08).
           05  FILLER              PIC X(01).
           05  AE-HORA             PIC 9(08).
           05  FILLER              PIC X(01).
           05  AE-PROGRAMA         PIC X(10).
           05  FILLER              PIC X(01).
           05  AE-CAMPANA          PIC 9(05).
           05  FILLER              PIC X(01).
           05  AE-OPERADOR         PIC X(10).
           05  FILLER              PIC X(01).
           05  AE-DECISION         PIC X(10).
           05  FILLER              PIC X(01).
           05  AE-DECISOR          PIC X(10).
           05  FILLER              PIC X(01).
           05  AE-ROL              PIC X(10).
           05  FILLER              PIC X(01).
           05  AE-NIVEL            PIC 9(02).
           05  FILLER              PIC X(01).
           05  AE-NOTA             PIC X(40).
       FD  EXCEP-TALLER.
       01  EXCEP-TALLER-REC.
           05  EXT-FECHA           PIC 9(08).
           05  FILLER              PIC X(01).
           05  EXT-PROGRAMA        PIC X(15).
           05  FILLER              PIC X(01).
           05  EXT-TEXTO           PIC X(55).
           05  FILLER              PIC X(01).
           05  EXT-CORRIDA         PIC 9(02).
       FD  CORRIDA-CONTROL.
       01  CORRIDA-CONTROL-REC.
           05  RC-FECHA            PIC 9(08).
           05  FILLER              PIC X(01).
           05  RC-CORRIDA          PIC 9(02).
       WORKING-STORAGE SECTION.
       01  WS-ESTADO-AUDITORIA     PIC X(02).
       01  WS-ESTADO-FIRMAS        PIC X(02).
       01  WS-ESTADO-OPERMAST      PIC X(02).
       01  WS-ESTADO-REVISIONES    PIC X(02).
       01  WS-ESTADO-EVIDENCIA     PIC X(02).
       01  WS-ESTADO-EXCTALLER     PIC X(02).
       01  WS-ESTADO-CORRIDA       PIC X(02).
       01  WS-CORRIDA              PIC 9(02) VALUE 0.
       01  WS-FIN-AUDITORIA        PIC X(01) VALUE "N".
           88  FIN-AUDITORIA       VALUE "S".
       01  WS-FIN-MAESTRO          PIC X(01) VALUE "N".
           88  FIN-MAESTRO         VALUE "S".
       01  WS-FIN-REVISIONES       PIC X(01) VALUE "N".
           88  FIN-REVISIONES      VALUE "S".
      *    mismo layout que WS-AUDITORIA-LAYOUT de repexcep
       01  WS-AUDITORIA-LAYOUT.
           05  AU-FECHA             PIC 9(08).
           05  FILLER               PIC X(01).
           05  AU-HORA              PIC 9(08).
           05  FILLER               PIC X(06).
           05  AU-PROGRAMA          PIC X(15).
           05  FILLER               PIC X(07).
           05  AU-CAMPO             PIC X(15).
           05  FILLER               PIC X(07).
           05  AU-VALOR             PIC X(20).
           05  FILLER               PIC X(11).
           05  AU-RESULTADO         PIC X(18).
           05  FILLER               PIC X(11).
           05  AU-CORRIDA           PIC X(02).
       01  WS-FECHA-HOY            PIC 9(08) VALUE 0.
       01  WS-HORA                 PIC 9(08).
       01  WS-INACT-DIAS           PIC 9(04) VALUE 365.
       01  WS-FECHA-REFERENCIA     PIC 9(08).
       01  WS-DIAS-SIN-FIRMA       PIC 9(09).
       01  WS-MOTIVO               PIC X(10).
       01  WS-NOTA                 PIC X(40).
       01  WS-CANT-FIRMAS          PIC 9(05) VALUE 0.
       01  WS-CANT-INACTIVOS       PIC 9(05) VALUE 0.
       01  WS-CANT-VENCIDOS        PIC 9(05) VALUE 0.
       01  WS-AUDIT-PROGRAMA       PIC X(15) VALUE "ACCINACT".
       01  WS-AUDIT-CAMPO          PIC X(15).
       01  WS-AUDIT-VALOR          PIC X(20).
       01  WS-AUDIT-RESULTADO      PIC X(20).
       01  WS-CONFIG-CLAVE         PIC X(20).
       01  WS-CONFIG-VALOR         PIC X(10).
       01  WS-CONFIG-HALLADO       PIC X(01).
      *    conversion de fecha a dias corridos para medir la
      *    inactividad, como en menu.
       01  WS-FECHA-TRABAJO        PIC 9(08).
       01  FILLER REDEFINES WS-FECHA-TRABAJO.
           05  WS-FT-ANIO          PIC 9(04).
           05  WS-FT-MES           PIC 9(02).
           05  WS-FT-DIA           PIC 9(02).
       01  WS-DIAS-RESULTADO       PIC 9(09).
       01  WS-DIAS-HOY             PIC 9(09).
       01  WS-ANIO-CUARTO          PIC 9(04).
       01  WS-MESES-ACUM-INIC.
           05  FILLER  PIC X(36) VALUE
               "000031059090120151181212243273304334".
       01  WS-MESES-ACUM REDEFINES WS-MESES-ACUM-INIC.
           05  WS-MES-ACUM OCCURS 12 TIMES PIC 9(03).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "fechalib" USING WS-FECHA-HOY.
           move WS-FECHA-HOY to WS-FECHA-TRABAJO.
           PERFORM fechaADias.
           move WS-DIAS-RESULTADO to WS-DIAS-HOY.
           move "INACTDIAS" to WS-CONFIG-CLAVE.
           CALL "configlib" USING WS-CONFIG-CLAVE WS-CONFIG-VALOR
               WS-CONFIG-HALLADO.
           if WS-CONFIG-HALLADO = "S"
               and WS-CONFIG-VALOR is NUMERIC
               move WS-CONFIG-VALOR to WS-INACT-DIAS
           end-if.
           PERFORM leerCorrida.
           OPEN I-O FIRMAS.
           if WS-ESTADO-FIRMAS = "35"
               OPEN OUTPUT FIRMAS
               CLOSE FIRMAS
               OPEN I-O FIRMAS
           end-if.
           if WS-ESTADO-FIRMAS not = "00"
               display "accinact: no se pudo abrir ULTFIRMA.DAT,"
                   " estado " WS-ESTADO-FIRMAS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           end-if.
           OPEN I-O OPERADORES.
           if WS-ESTADO-OPERMAST not = "00"
               display "accinact: no se pudo abrir OPERMAST.DAT,"
                   " estado " WS-ESTADO-OPERMAST
               CLOSE FIRMAS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           end-if.
           PERFORM tomarFirmas.
           PERFORM controlarInactivos.
           CLOSE FIRMAS.
           PERFORM vencerRevisiones.
           CLOSE OPERADORES.
           display "accinact: firmas del dia " WS-CANT-FIRMAS
               ", suspendidos por inactividad " WS-CANT-INACTIVOS
               ", por revision vencida " WS-CANT-VENCIDOS.
           MOVE 0 TO RETURN-CODE.
           STOP RUN.
      ******************************************************************
      * pasada 1: ultima firma de entrada aceptada por operador.
      ******************************************************************
       tomarFirmas.
           OPEN INPUT AUDITORIA.
           if WS-ESTADO-AUDITORIA = "00"
               PERFORM leerAuditoria UNTIL FIN-AUDITORIA
           end-if.
           CLOSE AUDITORIA.
       leerAuditoria.
           READ AUDITORIA INTO WS-AUDITORIA-LAYOUT
               AT END set FIN-AUDITORIA to true
               NOT AT END
                   if AU-PROGRAMA = "MENU" and AU-CAMPO = "SIGNON"
                       and AU-RESULTADO = "aceptado"
                       PERFORM grabaFirma
                   end-if
           END-READ.
       grabaFirma.
           add 1 to WS-CANT-FIRMAS.
           move AU-VALOR (1:10) to UF-ID.
           READ FIRMAS
               INVALID KEY
                   move spaces to FIRMAS-REC
                   move AU-VALOR (1:10) to UF-ID
                   move AU-FECHA to UF-FECHA-FIRMA
                   move AU-FECHA to UF-FECHA-INICIO
                   WRITE FIRMAS-REC
               NOT INVALID KEY
                   if AU-FECHA > UF-FECHA-FIRMA
                       move AU-FECHA to UF-FECHA-FIRMA
                       REWRITE FIRMAS-REC
                   end-if
           END-READ.
      ******************************************************************
      * pasada 2: operadores activos sin firma en INACTDIAS dias; el
      * que no tiene renglon todavia empieza a contar desde hoy.
      ******************************************************************
       controlarInactivos.
           move "N" to WS-FIN-MAESTRO.
           move low-values to OP-ID.
           START OPERADORES KEY IS NOT LESS THAN OP-ID
               INVALID KEY set FIN-MAESTRO to true
           END-START.
           PERFORM controlarOperador UNTIL FIN-MAESTRO.
       controlarOperador.
           READ OPERADORES NEXT RECORD
               AT END set FIN-MAESTRO to true
               NOT AT END
                   if OP-ACTIVO = "S"
                       PERFORM medirInactividad
                   end-if
           END-READ.
       medirInactividad.
           move OP-ID to UF-ID.
           READ FIRMAS
               INVALID KEY
                   move spaces to FIRMAS-REC
                   move OP-ID to UF-ID
                   move 0 to UF-FECHA-FIRMA
                   move WS-FECHA-HOY to UF-FECHA-INICIO
                   WRITE FIRMAS-REC
           END-READ.
           move UF-FECHA-INICIO to WS-FECHA-REFERENCIA.
           if UF-FECHA-FIRMA > WS-FECHA-REFERENCIA
               move UF-FECHA-FIRMA to WS-FECHA-REFERENCIA
           end-if.
           move WS-FECHA-REFERENCIA to WS-FECHA-TRABAJO.
           PERFORM fechaADias.
           compute WS-DIAS-SIN-FIRMA = WS-DIAS-HOY - WS-DIAS-RESULTADO.
           if WS-DIAS-SIN-FIRMA > WS-INACT-DIAS
               add 1 to WS-CANT-INACTIVOS
               move "N" to OP-ACTIVO
               REWRITE OPERADORES-REC
               move "INACTIVO" to WS-MOTIVO
               move spaces to WS-NOTA
               STRING "sin firma desde " WS-FECHA-REFERENCIA
                   DELIMITED BY SIZE INTO WS-NOTA
               move spaces to REVISIONES-REC
               move 0 to AR-CAMPANA
               PERFORM registraSuspension
           end-if.
      ******************************************************************
      * pasada 3: renglones de la revision trimestral sin confirmar al
      * vencer el plazo; el operador se suspende aunque ya estuviera
      * inactivo, para que la evidencia quede completa.
      ******************************************************************
       vencerRevisiones.
           OPEN I-O REVISIONES.
           if WS-ESTADO-REVISIONES = "00"
               move 0 to AR-CAMPANA
               move low-values to AR-OPERADOR
               START REVISIONES KEY IS NOT LESS THAN AR-CLAVE
                   INVALID KEY set FIN-REVISIONES to true
               END-START
               PERFORM vencerRevision UNTIL FIN-REVISIONES
           end-if.
           CLOSE REVISIONES.
       vencerRevision.
           READ REVISIONES NEXT RECORD
               AT END set FIN-REVISIONES to true
               NOT AT END
                   if AR-ESTADO = "PENDIENTE"
                       and WS-FECHA-HOY > AR-FECHA-LIMITE
                       PERFORM suspenderVencido
                   end-if
           END-READ.
       suspenderVencido.
           add 1 to WS-CANT-VENCIDOS.
           move "SUSPENDIDO" to AR-ESTADO.
           move "AUTOMATICO" to AR-DECISOR.
           move WS-FECHA-HOY to AR-FECHA-DECISION.
           move spaces to AR-NOTA.
           STRING "sin confirmar al " AR-FECHA-LIMITE
               DELIMITED BY SIZE INTO AR-NOTA.
           REWRITE REVISIONES-REC.
           move AR-OPERADOR to OP-ID.
           READ OPERADORES
               INVALID KEY
                   move AR-ROL to OP-ROL
                   move AR-NIVEL to OP-NIVEL
               NOT INVALID KEY
                   move "N" to OP-ACTIVO
                   REWRITE OPERADORES-REC
           END-READ.
           move "REVISION" to WS-MOTIVO.
           move AR-NOTA to WS-NOTA.
           PERFORM registraSuspension.
       registraSuspension.
           OPEN EXTEND EVIDENCIA.
           if WS-ESTADO-EVIDENCIA = "35"
               OPEN OUTPUT EVIDENCIA
               CLOSE EVIDENCIA
               OPEN EXTEND EVIDENCIA
           end-if.
           ACCEPT WS-HORA FROM TIME.
           move spaces to EVIDENCIA-REC.
           move WS-FECHA-HOY to AE-FECHA.
           move WS-HORA to AE-HORA.
           move "ACCINACT" to AE-PROGRAMA.
           move AR-CAMPANA to AE-CAMPANA.
           move OP-ID to AE-OPERADOR.
           move "SUSPENDIDO" to AE-DECISION.
           move "AUTOMATICO" to AE-DECISOR.
           move OP-ROL to AE-ROL.
           move OP-NIVEL to AE-NIVEL.
           move WS-NOTA to AE-NOTA.
           WRITE EVIDENCIA-REC.
           CLOSE EVIDENCIA.
           move "ACCESO" to WS-AUDIT-CAMPO.
           move OP-ID to WS-AUDIT-VALOR.
           move spaces to WS-AUDIT-RESULTADO.
           STRING "suspendido " WS-MOTIVO
               DELIMITED BY SIZE INTO WS-AUDIT-RESULTADO.
           CALL "auditlog" USING WS-AUDIT-PROGRAMA WS-AUDIT-CAMPO
               WS-AUDIT-VALOR WS-AUDIT-RESULTADO.
           OPEN EXTEND EXCEP-TALLER.
           if WS-ESTADO-EXCTALLER = "35"
               OPEN OUTPUT EXCEP-TALLER
               CLOSE EXCEP-TALLER
               OPEN EXTEND EXCEP-TALLER
           end-if.
           move spaces to EXCEP-TALLER-REC.
           move WS-FECHA-HOY to EXT-FECHA.
           move "ACCINACT" to EXT-PROGRAMA.
           STRING "acceso suspendido: " OP-ID " por " WS-MOTIVO
                  DELIMITED BY SIZE INTO EXT-TEXTO.
           move WS-CORRIDA to EXT-CORRIDA.
           WRITE EXCEP-TALLER-REC.
           CLOSE EXCEP-TALLER.
       leerCorrida.
           move 0 to WS-CORRIDA.
           OPEN INPUT CORRIDA-CONTROL.
           if WS-ESTADO-CORRIDA = "00"
               READ CORRIDA-CONTROL
                   AT END CONTINUE
                   NOT AT END
                       if RC-FECHA = WS-FECHA-HOY
                           move RC-CORRIDA to WS-CORRIDA
                       end-if
               END-READ
           end-if.
           CLOSE CORRIDA-CONTROL.
       fechaADias.
           compute WS-ANIO-CUARTO = WS-FT-ANIO / 4.
           compute WS-DIAS-RESULTADO = WS-FT-ANIO * 365
               + WS-ANIO-CUARTO
               + WS-MES-ACUM (WS-FT-MES)
               + WS-FT-DIA.
       END PROGRAM accinact.
