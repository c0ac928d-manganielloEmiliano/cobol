      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: control comun de un pedido contra el maestro de
      *          departamentos DEPTOMAE.DAT (mantenido con deptmant) -
      *          gateway aceptaba cualquier solicitante de seis letras
      *          y colamant cualquier pedido: un error de tipeo creaba
      *          un "departamento" con un .RSP que nadie retiraba. Esta
      *          rutina recibe el solicitante, la tabla y el rango de
      *          multiplicadores y devuelve el motivo de rechazo
      *          (blanco = autorizado) y la cuota diaria del
      *          departamento (0 = sin cuota); la cuenta de pedidos del
      *          dia la hace el que llama sobre su propia cola abierta.
      *          Motivos: DEPTO (no existe), INACT (inactivo), TABLA
      *          (numero de tabla fuera de lo autorizado), MULTI (rango
      *          de multiplicadores fuera de lo autorizado). Sin
      *          archivo maestro no hay control (respaldo de siempre,
      *          se devuelve hallado N para que el que llama avise).
      * Tectonics: subprograma, no se compila solo; se incluye en la
      *            linea de compilacion del programa que lo llama
      *            (gateway, colamant - ver el Tectonics de cada uno)
      * Modification History:
      *   15/10/2026 - el FD de DEPTOMAE.DAT lleva la hora de corte
      *                (DM-CORTE) como deptmant y cortelib. Solo cambia
      *                el FD.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. deptolib.
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
       LINKAGE SECTION.
       01  LK-DP-CODIGO            PIC X(06).
       01  LK-DP-NUMERO            PIC 9(02).
       01  LK-DP-LIM-INF           PIC 9(03).
       01  LK-DP-LIM-SUP           PIC 9(03).
       01  LK-DP-CUOTA             PIC 9(03).
       01  LK-DP-MOTIVO            PIC X(05).
       01  LK-DP-HALLADO           PIC X(01).
       PROCEDURE DIVISION USING LK-DP-CODIGO LK-DP-NUMERO
               LK-DP-LIM-INF LK-DP-LIM-SUP LK-DP-CUOTA LK-DP-MOTIVO
               LK-DP-HALLADO.
       MAIN-PROCEDURE.
           move spaces to LK-DP-MOTIVO.
           move 0 to LK-DP-CUOTA.
           move "N" to LK-DP-HALLADO.
           OPEN INPUT DEPARTAMENTOS.
           if WS-ESTADO-DEPTO not = "00"
               CLOSE DEPARTAMENTOS
               GOBACK
           end-if.
           move "S" to LK-DP-HALLADO.
           move LK-DP-CODIGO to DM-CODIGO.
           READ DEPARTAMENTOS
               INVALID KEY
                   move "DEPTO" to LK-DP-MOTIVO
               NOT INVALID KEY
                   PERFORM controlarPedido
           END-READ.
           CLOSE DEPARTAMENTOS.
           GOBACK.
      ******************************************************************
      * el multiplicador inicial 0 se corre desde 1 (como tablas), asi
      * que se controla contra el rango autorizado como si fuera 1.
      ******************************************************************
       controlarPedido.
           move DM-CUOTA to LK-DP-CUOTA.
           if DM-ACTIVO not = "S"
               move "INACT" to LK-DP-MOTIVO
           else
               if LK-DP-NUMERO < DM-TABLA-DESDE
                   or LK-DP-NUMERO > DM-TABLA-HASTA
                   move "TABLA" to LK-DP-MOTIVO
               else
                   if (LK-DP-LIM-INF < DM-MULT-DESDE
                       and not (LK-DP-LIM-INF = 0
                           and DM-MULT-DESDE <= 1))
                       or LK-DP-LIM-SUP > DM-MULT-HASTA
                       move "MULTI" to LK-DP-MOTIVO
                   end-if
               end-if
           end-if.
       END PROGRAM deptolib.
