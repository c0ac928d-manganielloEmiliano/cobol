      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: control de cobertura de un turno del rol de turnos
      *          TURNOS.DAT (mantenido con turnman) - OPERMAST.DAT dice
      *          quien existe y CERTMAST.DAT para que esta certificado,
      *          pero nada controlaba que el turno de la noche pudiera
      *          cubrir lo que tiene programado. Esta rutina recibe el
      *          registro del turno y confirma, con los operadores
      *          asignados que estan activos y sin bloqueo de PIN
      *          (OPERSEC.DAT):
      *            - si el turno programa preguntas (opcion 4 del
      *              menu), un checker con el nivel de autoridad que
      *              exige NIVELREQ.DAT (el mayor de los trabajos de
      *              preguntas) distinto de un SUPERVISOR que haga de
      *              maker;
      *            - para cada opcion del menu programada, un operador
      *              con el rol que el menu exige y la certificacion
      *              vigente a la fecha del turno del modulo que pide
      *              CERTREQ.DAT;
      *            - ningun operador asignado inactivo, bloqueado o
      *              desconocido.
      *          Cada brecha se escala a TALLEREX.DAT (programa TURNOS,
      *          con el turno y el rol que falta) y se devuelve la
      *          cantidad de brechas (0 = turno cubierto).
      * Tectonics: subprograma, no se compila solo; se incluye en la
      *            linea de compilacion del programa que lo llama junto
      *            con fechalib.cbl y catlib.cbl (turnman, turnochk -
      *            ver el Tectonics de cada uno)
      * Modification History:
      *   15/10/2026 - el nivel de checker exigido sale solo de las
      *                opciones 1-3 de NIVELREQ.DAT (los trabajos de
      *                preguntas); las opciones 8 y 9 son de aprobpend
      *                y confman y no se programan por turno.
      *   15/10/2026 - rol minimo, modulo de certificacion y nivel de
      *                checker de cada opcion salen del catalogo de
      *                opciones MENUCAT.DAT (catlib) en vez de
      *                CERTREQ.DAT, NIVELREQ.DAT y los roles escritos
      *                aca; el par maker-checker se exige para la
      *                opcion cuyo ejecutable es preguntas.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. turnolib.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL OPERADORES ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-ID
               FILE STATUS IS WS-ESTADO-OPERMAST.
           SELECT OPTIONAL CREDENCIALES ASSIGN TO "OPERSEC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SC-ID
               FILE STATUS IS WS-ESTADO-OPERSEC.
           SELECT OPTIONAL CERTIFICACIONES ASSIGN TO "CERTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CLAVE
               FILE STATUS IS WS-ESTADO-CERT.
           SELECT EXCEP-TALLER ASSIGN TO "TALLEREX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-EXCTALLER.
           SELECT OPTIONAL CORRIDA-CONTROL ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CORRIDA.
       DATA DIVISION.
       FILE SECTION.
       FD  OPERADORES.
       01  OPERADORES-REC.
           05  OP-ID               PIC X(10).
           05  OP-NOMBRE           PIC X(30).
           05  OP-ROL              PIC X(10).
           05  OP-ACTIVO           PIC X(01).
           05  OP-NIVEL            PIC 9(02).
       FD  CREDENCIALES.
       01  CREDENCIALES-REC.
           05  SC-ID               PIC X(10).
           05  SC-PIN              PIC X(08).
           05  SC-FECHA-CAMBIO     PIC 9(08).
           05  SC-INTENTOS         PIC 9(02).
           05  SC-BLOQUEADO        PIC X(01).
           05  SC-CAMBIO-OBLIG     PIC X(01).
       FD  CERTIFICACIONES.
       01  CERTIFICACIONES-REC.
           05  CM-CLAVE.
               10  CM-LEGAJO       PIC X(10).
               10  CM-MODULO       PIC X(04).
           05  CM-FECHA-CERT       PIC 9(08).
           05  CM-FECHA-VENC       PIC 9(08).
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
       01  WS-ESTADO-OPERMAST      PIC X(02).
       01  WS-ESTADO-OPERSEC       PIC X(02).
       01  WS-ESTADO-CERT          PIC X(02).
       01  WS-ESTADO-EXCTALLER     PIC X(02).
       01  WS-ESTADO-CORRIDA       PIC X(02).
       01  WS-FECHA-HOY            PIC 9(08) VALUE 0.
       01  WS-CORRIDA              PIC 9(02) VALUE 0.
       01  WS-TEXTO-BRECHA         PIC X(55).
       01  WS-MOTIVO-OPER          PIC X(11).
      *    operadores asignados al turno con lo que se sabe de cada uno
       01  WS-ASG-IDX              PIC 9(01) VALUE 0.
       01  WS-ASG-OTRO             PIC 9(01) VALUE 0.
       01  WS-CANT-ASIGNADOS       PIC 9(01) VALUE 0.
       01  WS-ASIGNADOS.
           05  WS-ASG-ENT OCCURS 8 TIMES.
               10  WS-ASG-ESTADO       PIC X(01).
                   88  ASG-HABIL       VALUE "H".
               10  WS-ASG-ROL          PIC X(10).
               10  WS-ASG-NIVEL        PIC 9(02).
      *    rol minimo y modulo que exige cada opcion del menu segun
      *    el catalogo (catlib), y cual de ellas es preguntas
       01  WS-OPC-IDX              PIC 9(02) VALUE 0.
       01  WS-REQ-MODULOS.
           05  WS-REQ-OPC OCCURS 7 TIMES.
               10  WS-REQ-MODULO       PIC X(04).
               10  WS-REQ-ROL          PIC X(10).
       01  WS-OPC-PREGUNTAS        PIC 9(01) VALUE 0.
       01  WS-CT-ENTRADA.
           05  WS-CT-OPCION        PIC 9(01).
           05  WS-CT-DESCRIPCION   PIC X(40).
           05  WS-CT-COMANDO       PIC X(30).
           05  WS-CT-ROL-MIN       PIC X(10).
           05  WS-CT-MODULO        PIC X(04).
           05  WS-CT-TRABAJO       PIC 9(01).
           05  WS-CT-NIVEL         PIC 9(02).
           05  WS-CT-GRABA         PIC X(01).
       01  WS-CT-HALLADO           PIC X(01).
       01  WS-NIVEL-CHECKER        PIC 9(02) VALUE 0.
       01  WS-CUBIERTA             PIC X(01).
       01  WS-ROL-OK               PIC X(01).
       01  WS-HAY-PAR              PIC X(01).
       LINKAGE SECTION.
       01  LK-TU-REC.
           05  LK-TU-CLAVE.
               10  LK-TU-FECHA     PIC 9(08).
               10  LK-TU-TURNO     PIC X(01).
           05  LK-TU-OPCIONES.
               10  LK-TU-OPCION OCCURS 7 TIMES PIC X(01).
           05  LK-TU-OPERADOR OCCURS 8 TIMES PIC X(10).
           05  LK-TU-PUBLICADO     PIC X(01).
           05  LK-TU-FECHA-PUB     PIC 9(08).
           05  FILLER              PIC X(20).
       01  LK-TU-BRECHAS           PIC 9(03).
       PROCEDURE DIVISION USING LK-TU-REC LK-TU-BRECHAS.
       MAIN-PROCEDURE.
           move 0 to LK-TU-BRECHAS.
           CALL "fechalib" USING WS-FECHA-HOY.
           PERFORM leerCorrida.
           PERFORM cargarRequisitos.
           PERFORM controlarAsignados.
           PERFORM controlarChecker THRU controlarChecker-fin.
           PERFORM controlarOpcion VARYING WS-OPC-IDX FROM 1 BY 1
               UNTIL WS-OPC-IDX > 7.
           GOBACK.
      ******************************************************************
      * preguntas controla el nivel del checker contra el trabajo que
      * se elige en el momento; al armar el turno no se sabe cual, asi
      * que se exige el mayor nivel de los trabajos del catalogo.
      ******************************************************************
       cargarRequisitos.
           move 0 to WS-NIVEL-CHECKER.
           move 0 to WS-OPC-PREGUNTAS.
           PERFORM cargarRequisito VARYING WS-OPC-IDX FROM 1 BY 1
               UNTIL WS-OPC-IDX > 9.
       cargarRequisito.
           move WS-OPC-IDX to WS-CT-OPCION.
           CALL "catlib" USING WS-CT-ENTRADA WS-CT-HALLADO.
           if WS-OPC-IDX <= 7
               move WS-CT-MODULO to WS-REQ-MODULO (WS-OPC-IDX)
               move WS-CT-ROL-MIN to WS-REQ-ROL (WS-OPC-IDX)
               if WS-CT-COMANDO = "./preguntas"
                   move WS-OPC-IDX to WS-OPC-PREGUNTAS
               end-if
           end-if.
           if WS-CT-HALLADO not = "N"
               and WS-CT-TRABAJO >= 1
               and WS-CT-NIVEL > WS-NIVEL-CHECKER
               move WS-CT-NIVEL to WS-NIVEL-CHECKER
           end-if.
      ******************************************************************
      * cada asignado queda H (habil), I (inactivo), B (bloqueado por
      * PIN), D (desconocido) o blanco (posicion libre); los tres
      * primeros casos no habiles son brecha en si mismos.
      ******************************************************************
       controlarAsignados.
           OPEN INPUT OPERADORES.
           OPEN INPUT CREDENCIALES.
           move 0 to WS-CANT-ASIGNADOS.
           PERFORM controlarAsignado VARYING WS-ASG-IDX FROM 1 BY 1
               UNTIL WS-ASG-IDX > 8.
           CLOSE CREDENCIALES.
           CLOSE OPERADORES.
           if WS-CANT-ASIGNADOS = 0
               move spaces to WS-TEXTO-BRECHA
               STRING "turno " LK-TU-FECHA " " LK-TU-TURNO
                      " sin operadores asignados"
                      DELIMITED BY SIZE INTO WS-TEXTO-BRECHA
               PERFORM escalarBrecha
           end-if.
       controlarAsignado.
           move spaces to WS-ASG-ESTADO (WS-ASG-IDX).
           move spaces to WS-ASG-ROL (WS-ASG-IDX).
           move 0 to WS-ASG-NIVEL (WS-ASG-IDX).
           if LK-TU-OPERADOR (WS-ASG-IDX) not = spaces
               add 1 to WS-CANT-ASIGNADOS
               move "D" to WS-ASG-ESTADO (WS-ASG-IDX)
               if WS-ESTADO-OPERMAST = "00"
                   move LK-TU-OPERADOR (WS-ASG-IDX) to OP-ID
                   READ OPERADORES
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM clasificarAsignado
                   END-READ
               end-if
               evaluate WS-ASG-ESTADO (WS-ASG-IDX)
                   when "D"
                       move "desconocido" to WS-MOTIVO-OPER
                       PERFORM escalarOperador
                   when "I"
                       move "inactivo" to WS-MOTIVO-OPER
                       PERFORM escalarOperador
                   when "B"
                       move "bloqueado" to WS-MOTIVO-OPER
                       PERFORM escalarOperador
               end-evaluate
           end-if.
       clasificarAsignado.
           move OP-ROL to WS-ASG-ROL (WS-ASG-IDX).
           move OP-NIVEL to WS-ASG-NIVEL (WS-ASG-IDX).
           if OP-ACTIVO not = "S"
               move "I" to WS-ASG-ESTADO (WS-ASG-IDX)
           else
               move "H" to WS-ASG-ESTADO (WS-ASG-IDX)
               if WS-ESTADO-OPERSEC = "00"
                   move OP-ID to SC-ID
                   READ CREDENCIALES
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           if SC-BLOQUEADO = "S"
                               move "B" to WS-ASG-ESTADO (WS-ASG-IDX)
                           end-if
                   END-READ
               end-if
           end-if.
       escalarOperador.
           move spaces to WS-TEXTO-BRECHA.
           STRING "turno " LK-TU-FECHA " " LK-TU-TURNO
                  " operador " LK-TU-OPERADOR (WS-ASG-IDX) " "
                  WS-MOTIVO-OPER
                  DELIMITED BY SIZE INTO WS-TEXTO-BRECHA.
           PERFORM escalarBrecha.
      ******************************************************************
      * maker y checker de preguntas: el maker es un SUPERVISOR habil
      * (el menu solo le ofrece preguntas a ese rol) y el checker otro
      * operador habil con el nivel exigido.
      ******************************************************************
       controlarChecker.
           if WS-OPC-PREGUNTAS = 0
               GO TO controlarChecker-fin
           end-if.
           if LK-TU-OPCION (WS-OPC-PREGUNTAS) not = "S"
               GO TO controlarChecker-fin
           end-if.
           move "N" to WS-HAY-PAR.
           PERFORM buscarMaker VARYING WS-ASG-IDX FROM 1 BY 1
               UNTIL WS-ASG-IDX > 8 OR WS-HAY-PAR = "S".
           if WS-HAY-PAR = "N"
               move spaces to WS-TEXTO-BRECHA
               STRING "turno " LK-TU-FECHA " " LK-TU-TURNO
                      " sin checker de nivel " WS-NIVEL-CHECKER
                      " para preguntas"
                      DELIMITED BY SIZE INTO WS-TEXTO-BRECHA
               PERFORM escalarBrecha
           end-if.
       controlarChecker-fin.
           EXIT.
       buscarMaker.
           if ASG-HABIL (WS-ASG-IDX)
               and WS-ASG-ROL (WS-ASG-IDX) = "SUPERVISOR"
               PERFORM buscarChecker VARYING WS-ASG-OTRO FROM 1 BY 1
                   UNTIL WS-ASG-OTRO > 8 OR WS-HAY-PAR = "S"
           end-if.
       buscarChecker.
           if WS-ASG-OTRO not = WS-ASG-IDX
               and ASG-HABIL (WS-ASG-OTRO)
               and LK-TU-OPERADOR (WS-ASG-OTRO)
                   not = LK-TU-OPERADOR (WS-ASG-IDX)
               and WS-ASG-NIVEL (WS-ASG-OTRO) not < WS-NIVEL-CHECKER
               move "S" to WS-HAY-PAR
           end-if.
      ******************************************************************
      * una opcion programada queda cubierta si algun asignado habil
      * tiene el rol que el catalogo exige y, si el catalogo pide un
      * modulo, la certificacion vigente a la fecha del turno.
      ******************************************************************
       controlarOpcion.
           if LK-TU-OPCION (WS-OPC-IDX) = "S"
               move "N" to WS-CUBIERTA
               OPEN INPUT CERTIFICACIONES
               PERFORM controlarCobertura VARYING WS-ASG-IDX
                   FROM 1 BY 1 UNTIL WS-ASG-IDX > 8
                   OR WS-CUBIERTA = "S"
               CLOSE CERTIFICACIONES
               if WS-CUBIERTA = "N"
                   move spaces to WS-TEXTO-BRECHA
                   STRING "turno " LK-TU-FECHA " " LK-TU-TURNO
                          " sin operador habilitado opcion "
                          WS-OPC-IDX (2:1) " "
                          WS-REQ-MODULO (WS-OPC-IDX)
                          DELIMITED BY SIZE INTO WS-TEXTO-BRECHA
                   PERFORM escalarBrecha
               end-if
           end-if.
       controlarCobertura.
           if ASG-HABIL (WS-ASG-IDX)
               PERFORM controlarRol
               if WS-ROL-OK = "S"
                   if WS-REQ-MODULO (WS-OPC-IDX) = spaces
                       move "S" to WS-CUBIERTA
                   else
                       PERFORM controlarCertificado
                   end-if
               end-if
           end-if.
       controlarRol.
           move "N" to WS-ROL-OK.
           evaluate WS-REQ-ROL (WS-OPC-IDX)
               when "APRENDIZ"
                   move "S" to WS-ROL-OK
               when "OPERADOR"
                   if WS-ASG-ROL (WS-ASG-IDX) = "OPERADOR"
                       or WS-ASG-ROL (WS-ASG-IDX) = "SUPERVISOR"
                       move "S" to WS-ROL-OK
                   end-if
               when other
                   if WS-ASG-ROL (WS-ASG-IDX) = "SUPERVISOR"
                       move "S" to WS-ROL-OK
                   end-if
           end-evaluate.
       controlarCertificado.
           if WS-ESTADO-CERT = "00"
               move LK-TU-OPERADOR (WS-ASG-IDX) to CM-LEGAJO
               move WS-REQ-MODULO (WS-OPC-IDX) to CM-MODULO
               READ CERTIFICACIONES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       if CM-FECHA-VENC not < LK-TU-FECHA
                           move "S" to WS-CUBIERTA
                       end-if
               END-READ
           end-if.
       escalarBrecha.
           add 1 to LK-TU-BRECHAS.
           display "  brecha: " WS-TEXTO-BRECHA.
           OPEN EXTEND EXCEP-TALLER.
           if WS-ESTADO-EXCTALLER = "35"
               OPEN OUTPUT EXCEP-TALLER
               CLOSE EXCEP-TALLER
               OPEN EXTEND EXCEP-TALLER
           end-if.
           move spaces to EXCEP-TALLER-REC.
           move WS-FECHA-HOY to EXT-FECHA.
           move "TURNOS" to EXT-PROGRAMA.
           move WS-TEXTO-BRECHA to EXT-TEXTO.
           move WS-CORRIDA to EXT-CORRIDA.
           WRITE EXCEP-TALLER-REC.
           CLOSE EXCEP-TALLER.
      ******************************************************************
      * numero de corrida nocturna de la fecha de proceso, del control
      * RUNCTL.DAT que avanza findia; 0 = fuera de corrida.
      ******************************************************************
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
       END PROGRAM turnolib.
