      *          pedidos PENDIENTE frescos marcados con origen AUTO,
      *          que colamant distingue de los pedidos sueltos.
      * Tectonics: cobc -x -o ordenes ordenes.cbl numchk.cbl
      *            ventlib.cbl auditlog.cbl fechalib.cbl
      * Modification History:
      *   15/10/2026 - con la ventana batch de findia abierta
      *                se rechazan el alta, la desactivacion y la
      *                reactivacion, salvo override de supervisor
      *                (ventlib).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ordenes.
       WORKING-STORAGE SECTION.
       01  WS-ESTADO-ORDENES       PIC X(02).
       01  WS-OPCION               PIC 9(01) VALUE 0.
       01  WS-AUDIT-PROGRAMA       PIC X(15) VALUE "ORDENES".
       01  WS-VENTANA-OK           PIC X(01) VALUE "S".
       01  WS-VENTANA-OPCION       PIC X(20).
       01  WS-SALIR                PIC X(01) VALUE "N".
           88  SALIR-MANT          VALUE "S".
       01  WS-FIN-ORDENES          PIC X(01) VALUE "N".
               when 0
                   set SALIR-MANT to true
               when 1
                   move "alta de orden" to WS-VENTANA-OPCION
                   PERFORM controlaVentana
                   if WS-VENTANA-OK = "S"
                       PERFORM altaOrden
                   end-if
               when 2
                   move "desactivar orden" to WS-VENTANA-OPCION
                   PERFORM controlaVentana
                   if WS-VENTANA-OK = "S"
                       PERFORM cambiarActivo
                   end-if
               when 3
                   move "reactivar orden" to WS-VENTANA-OPCION
                   PERFORM controlaVentana
                   if WS-VENTANA-OK = "S"
                       PERFORM cambiarActivo
                   end-if
               when 4
                   PERFORM listarOrdenes
               when other
                   display "opcion invalida"
           end-evaluate.
      ******************************************************************
      * con la ventana batch de findia abierta las opciones que graban
      * se rechazan (ventlib lo dice y lo audita) salvo override de
      * supervisor.
      ******************************************************************
       controlaVentana.
           CALL "ventlib" USING WS-AUDIT-PROGRAMA WS-VENTANA-OPCION
               WS-VENTANA-OK.
       altaOrden.
           PERFORM buscarUltimoId.
           move spaces to ORDENES-PERM-REC.
