      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: hora de corte de la recepcion de pedidos - gateway y
      *          colamant toman pedidos a cualquier hora y uno que
      *          entraba despues de armada la noche corria igual esa
      *          misma noche. Esta rutina recibe el departamento
      *          solicitante y la fecha de proceso y devuelve la hora de
      *          corte que se aplico (HHMM), la fecha efectiva de
      *          proceso del pedido y si entro tarde. La hora de corte
      *          es la del departamento en DEPTOMAE.DAT (DM-CORTE,
      *          mantenido con deptmant); 0 o departamento desconocido
      *          toma la del taller en CONFIG.DAT (clave HORACORTE,
      *          HHMM); sin ninguna de las dos no hay corte y el pedido
      *          corre hoy como siempre. Un pedido despues del corte
      *          pasa al dia habil siguiente del calendario (fechalib).
      * Tectonics: subprograma, no se compila solo; se incluye en la
      *            linea de compilacion del programa que lo llama junto
      *            con configlib.cbl y fechalib.cbl (gateway, colamant -
      *            ver el Tectonics de cada uno)
      * Modification History:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. cortelib.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DEPARTAMENTOS ASSIGN TO "DEPTOMAE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DM-CODIGO
               FILE STATUS IS WS-ESTADO-DEPTO.
       DATA DIVISION.
       FILE SECTION.
       FD  DEPARTAMENTOS.
       01  DEPARTAMENTOS-REC.
           05  DM-CODIGO           PIC X(06).
           05  DM-NOMBRE           PIC X(30).
           05  DM-ACTIVO           PIC X(01).
           05  DM-TABLA-DESDE      PIC 9(02).
           05  DM-TABLA-HASTA      PIC 9(02).
           05  DM-MULT-DESDE       PIC 9(03).
           05  DM-MULT-HASTA       PIC 9(03).
           05  DM-CUOTA            PIC 9(03).
           05  DM-CORTE            PIC 9(04).
           05  FILLER              PIC X(16).
       WORKING-STORAGE SECTION.
       01  WS-ESTADO-DEPTO         PIC X(02).
       01  WS-HORA                 PIC 9(08).
       01  WS-HORA-R REDEFINES WS-HORA.
           05  WS-HORA-HHMM        PIC 9(04).
           05  FILLER              PIC 9(04).
       01  WS-DIAS-CORTE           PIC 9(04) VALUE 1.
       01  WS-CONFIG-CLAVE         PIC X(20) VALUE "HORACORTE".
       01  WS-CONFIG-VALOR         PIC X(10).
       01  WS-CONFIG-HALLADO       PIC X(01).
       LINKAGE SECTION.
       01  LK-CT-CODIGO            PIC X(06).
       01  LK-CT-FECHA-HOY         PIC 9(08).
       01  LK-CT-CORTE             PIC 9(04).
       01  LK-CT-FECHA-EFECTIVA    PIC 9(08).
       01  LK-CT-TARDE             PIC X(01).
       PROCEDURE DIVISION USING LK-CT-CODIGO LK-CT-FECHA-HOY
               LK-CT-CORTE LK-CT-FECHA-EFECTIVA LK-CT-TARDE.
       MAIN-PROCEDURE.
           move 0 to LK-CT-CORTE.
           move LK-CT-FECHA-HOY to LK-CT-FECHA-EFECTIVA.
           move "N" to LK-CT-TARDE.
           PERFORM leerCorteDepartamento.
           if LK-CT-CORTE = 0
               PERFORM leerCorteTaller
           end-if.
           if LK-CT-CORTE = 0
               GOBACK
           end-if.
           ACCEPT WS-HORA FROM TIME.
           if WS-HORA-HHMM >= LK-CT-CORTE
               move "S" to LK-CT-TARDE
               CALL "sumaDiasHabiles" USING LK-CT-FECHA-HOY
                   WS-DIAS-CORTE LK-CT-FECHA-EFECTIVA
           end-if.
           GOBACK.
       leerCorteDepartamento.
           OPEN INPUT DEPARTAMENTOS.
           if WS-ESTADO-DEPTO = "00"
               move LK-CT-CODIGO to DM-CODIGO
               READ DEPARTAMENTOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       if DM-CORTE is NUMERIC
                           and DM-CORTE < 2400
                           move DM-CORTE to LK-CT-CORTE
                       end-if
               END-READ
           end-if.
           CLOSE DEPARTAMENTOS.
      ******************************************************************
      * valor del taller en CONFIG.DAT como HHMM al principio del campo
      * (1730 = cinco y media de la tarde); un valor que no es una hora
      * se ignora.
      ******************************************************************
       leerCorteTaller.
           CALL "configlib" USING WS-CONFIG-CLAVE WS-CONFIG-VALOR
               WS-CONFIG-HALLADO.
           if WS-CONFIG-HALLADO = "S"
               and WS-CONFIG-VALOR (1:4) is NUMERIC
               and WS-CONFIG-VALOR (1:4) < "2400"
               move WS-CONFIG-VALOR (1:4) to LK-CT-CORTE
           end-if.
       END PROGRAM cortelib.
