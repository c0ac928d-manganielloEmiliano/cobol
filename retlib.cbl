      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: control comun de retencion legal - antes de borrar o
      *          archivar algo, genroll, archiva y genaudit preguntan
      *          aca si lo cubre una retencion en vigor de RETLEG.DAT
      *          (mantenido con retleg). El que llama informa el
      *          archivo, el periodo que cubren los datos (desde y
      *          hasta; una generacion es su propio dia, un registro
      *          de maestro va desde su ultima novedad hasta hoy) y el
      *          operador al que pertenecen (blanco si el contenido es
      *          de varios operadores). Una retencion cubre si esta
      *          ACTIVA o con la liberacion PEDIDA y sin aprobar, si
      *          nombra el archivo (o "*" = todos), si su rango de
      *          fechas se cruza con el periodo y, cuando la retencion
      *          nombra un operador y el dato tiene operador, si es el
      *          mismo. La fecha de liberacion prevista no levanta la
      *          retencion: solo la libera la aprobacion del segundo
      *          supervisor. Devuelve S/N, el numero de la retencion y
      *          su motivo para el reporte del que llama.
      * Tectonics: subprograma, no se compila solo; se incluye en la
      *            linea de compilacion del programa que lo llama
      *            (genroll, archiva, genaudit - ver el Tectonics de
      *            cada uno)
      * Modification History:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. retlib.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RETENCIONES ASSIGN TO "RETLEG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RL-ID
               FILE STATUS IS WS-ESTADO-RETENC.
       DATA DIVISION.
       FILE SECTION.
       FD  RETENCIONES.
       01  RETENCIONES-REC.
           05  RL-ID               PIC 9(06).
           05  RL-ARCHIVOS.
               10  RL-ARCHIVO OCCURS 4 TIMES PIC X(12).
           05  RL-DESDE            PIC 9(08).
           05  RL-HASTA            PIC 9(08).
           05  RL-OPERADOR         PIC X(10).
           05  RL-MOTIVO           PIC X(40).
           05  RL-SOLICITANTE      PIC X(30).
           05  RL-LIBERA           PIC 9(08).
           05  RL-ALTA-POR         PIC X(10).
           05  RL-FECHA-ALTA       PIC 9(08).
           05  RL-ESTADO           PIC X(10).
           05  RL-PEDIDO-POR       PIC X(10).
           05  RL-FECHA-PEDIDO     PIC 9(08).
           05  RL-LIBERADO-POR     PIC X(10).
           05  RL-FECHA-ESTADO     PIC 9(08).
           05  FILLER              PIC X(20).
       WORKING-STORAGE SECTION.
       01  WS-ESTADO-RETENC        PIC X(02).
       01  WS-FIN-RETENC           PIC X(01) VALUE "N".
           88  FIN-RETENC          VALUE "S".
       01  WS-ARCH-IDX             PIC 9(01) VALUE 0.
       01  WS-CUBRE-ARCHIVO        PIC X(01) VALUE "N".
       LINKAGE SECTION.
       01  LK-RL-ARCHIVO           PIC X(12).
       01  LK-RL-DESDE             PIC 9(08).
       01  LK-RL-HASTA             PIC 9(08).
       01  LK-RL-OPERADOR          PIC X(10).
       01  LK-RL-RETENIDA          PIC X(01).
       01  LK-RL-ID                PIC 9(06).
       01  LK-RL-MOTIVO            PIC X(40).
       PROCEDURE DIVISION USING LK-RL-ARCHIVO LK-RL-DESDE LK-RL-HASTA
               LK-RL-OPERADOR LK-RL-RETENIDA LK-RL-ID LK-RL-MOTIVO.
       MAIN-PROCEDURE.
           move "N" to LK-RL-RETENIDA.
           move 0 to LK-RL-ID.
           move spaces to LK-RL-MOTIVO.
           move "N" to WS-FIN-RETENC.
           OPEN INPUT RETENCIONES.
           if WS-ESTADO-RETENC = "00"
               move 0 to RL-ID
               START RETENCIONES KEY IS NOT LESS THAN RL-ID
                   INVALID KEY set FIN-RETENC to true
               END-START
               PERFORM revisarRetencion
                   UNTIL FIN-RETENC or LK-RL-RETENIDA = "S"
           end-if.
           CLOSE RETENCIONES.
           GOBACK.
       revisarRetencion.
           READ RETENCIONES NEXT RECORD
               AT END set FIN-RETENC to true
               NOT AT END
                   if (RL-ESTADO = "ACTIVA" or RL-ESTADO = "PEDIDA")
                       and RL-DESDE <= LK-RL-HASTA
                       and RL-HASTA >= LK-RL-DESDE
                       PERFORM controlarCobertura
                   end-if
           END-READ.
       controlarCobertura.
           move "N" to WS-CUBRE-ARCHIVO.
           PERFORM compararArchivo VARYING WS-ARCH-IDX FROM 1 BY 1
               UNTIL WS-ARCH-IDX > 4.
           if WS-CUBRE-ARCHIVO = "S"
               if RL-OPERADOR = spaces
                   or LK-RL-OPERADOR = spaces
                   or RL-OPERADOR = LK-RL-OPERADOR
                   move "S" to LK-RL-RETENIDA
                   move RL-ID to LK-RL-ID
                   move RL-MOTIVO to LK-RL-MOTIVO
               end-if
           end-if.
       compararArchivo.
           if RL-ARCHIVO (WS-ARCH-IDX) = LK-RL-ARCHIVO
               or RL-ARCHIVO (WS-ARCH-IDX) = "*"
               move "S" to WS-CUBRE-ARCHIVO
           end-if.
       END PROGRAM retlib.
