      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: busqueda comun de tarifas vigentes en VCREF.DAT - la
      *          regla de vigencia de buscarVigente (de
      *          variablesYconstantes) se necesita ahora en los jobs
      *          que cotizan o facturan (el cargo mensual por
      *          departamento, la lista de precios de tablas): para el
      *          codigo y la fecha pedidos devuelve el valor de mayor
      *          vigencia que no supera la fecha, la fecha de vigencia
      *          que se uso (para poder reproducir una cotizacion
      *          discutida) y el valor convertido a importe con dos
      *          decimales. El valor de VCREF es texto libre de la
      *          planilla ("125", "12.50", "12,5"): la parte entera y
      *          hasta dos decimales se toman separando por punto o
      *          coma. Hallado devuelve
      *          S = tarifa vigente y numerica, N = no hay archivo o no
      *          hay vigencia para la fecha, I = hay vigencia pero el
      *          valor no es un importe (el que llama decide).
      * Tectonics: subprograma, no se compila solo; se incluye en la
      *            linea de compilacion del programa que lo llama
      *            (cargos, tablas, colamant - ver el Tectonics de
      *            cada uno)
      * Modification History:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. tarifalib.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL REFERENCIAS ASSIGN TO "VCREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RF-CLAVE
               FILE STATUS IS WS-ESTADO-REF.
       DATA DIVISION.
       FILE SECTION.
       FD  REFERENCIAS.
       01  REFERENCIA-REC.
           05  RF-CLAVE.
               10  RF-CODIGO       PIC X(10).
               10  RF-VIGENCIA     PIC 9(08).
           05  RF-VALOR            PIC X(10).
       WORKING-STORAGE SECTION.
       01  WS-ESTADO-REF           PIC X(02).
       01  WS-FIN-BUSQUEDA         PIC X(01) VALUE "N".
           88  FIN-BUSQUEDA        VALUE "S".
       01  WS-ENTERO-ALFA          PIC X(10).
       01  WS-DECIMAL-ALFA         PIC X(10).
       01  WS-LARGO-ENTERO         PIC 9(02) VALUE 0.
       01  WS-LARGO-DECIMAL        PIC 9(02) VALUE 0.
       01  WS-POSICION             PIC 9(02) VALUE 0.
       01  WS-ENTERO-ARMADO        PIC X(07).
       01  WS-ENTERO-NUM REDEFINES WS-ENTERO-ARMADO PIC 9(07).
       01  WS-DECIMAL-ARMADO       PIC X(02).
       01  WS-DECIMAL-NUM REDEFINES WS-DECIMAL-ARMADO PIC 9(02).
       LINKAGE SECTION.
       01  LK-TF-CODIGO            PIC X(10).
       01  LK-TF-FECHA             PIC 9(08).
       01  LK-TF-VIGENCIA          PIC 9(08).
       01  LK-TF-VALOR             PIC X(10).
       01  LK-TF-IMPORTE           PIC 9(07)V99.
       01  LK-TF-HALLADO           PIC X(01).
       PROCEDURE DIVISION USING LK-TF-CODIGO LK-TF-FECHA
               LK-TF-VIGENCIA LK-TF-VALOR LK-TF-IMPORTE LK-TF-HALLADO.
       MAIN-PROCEDURE.
           move "N" to LK-TF-HALLADO.
           move 0 to LK-TF-VIGENCIA.
           move spaces to LK-TF-VALOR.
           move 0 to LK-TF-IMPORTE.
           OPEN INPUT REFERENCIAS.
           if WS-ESTADO-REF not = "00"
               CLOSE REFERENCIAS
               GOBACK
           end-if.
           PERFORM buscarVigente.
           CLOSE REFERENCIAS.
           if LK-TF-HALLADO = "S"
               PERFORM convertirImporte
           end-if.
           GOBACK.
      ******************************************************************
      * recorre las vigencias del codigo en orden de clave y se queda
      * con la ultima que no supera la fecha pedida, igual que
      * buscarVigente de variablesYconstantes.
      ******************************************************************
       buscarVigente.
           move "N" to WS-FIN-BUSQUEDA.
           move LK-TF-CODIGO to RF-CODIGO.
           move 0 to RF-VIGENCIA.
           START REFERENCIAS KEY IS NOT LESS THAN RF-CLAVE
               INVALID KEY set FIN-BUSQUEDA to true
           END-START.
           PERFORM leerVigencia UNTIL FIN-BUSQUEDA.
       leerVigencia.
           READ REFERENCIAS NEXT RECORD
               AT END set FIN-BUSQUEDA to true
               NOT AT END
                   if RF-CODIGO not = LK-TF-CODIGO
                       set FIN-BUSQUEDA to true
                   else
                       if RF-VIGENCIA <= LK-TF-FECHA
                           move RF-VALOR to LK-TF-VALOR
                           move RF-VIGENCIA to LK-TF-VIGENCIA
                           move "S" to LK-TF-HALLADO
                       else
                           set FIN-BUSQUEDA to true
                       end-if
                   end-if
           END-READ.
      ******************************************************************
      * parte entera (hasta 7 digitos) y decimales (hasta 2) separados
      * por punto o coma; cualquier otra cosa deja el importe en cero
      * y la tarifa marcada I.
      ******************************************************************
       convertirImporte.
           move spaces to WS-ENTERO-ALFA WS-DECIMAL-ALFA.
           move 0 to WS-LARGO-ENTERO WS-LARGO-DECIMAL.
           UNSTRING LK-TF-VALOR DELIMITED BY "." OR "," OR ALL SPACE
               INTO WS-ENTERO-ALFA COUNT IN WS-LARGO-ENTERO
                    WS-DECIMAL-ALFA COUNT IN WS-LARGO-DECIMAL.
           if WS-LARGO-ENTERO < 1 or WS-LARGO-ENTERO > 7
               move "I" to LK-TF-HALLADO
               GOBACK
           end-if.
           if WS-ENTERO-ALFA (1:WS-LARGO-ENTERO) is not NUMERIC
               move "I" to LK-TF-HALLADO
               GOBACK
           end-if.
           move zeros to WS-ENTERO-ARMADO.
           compute WS-POSICION = 8 - WS-LARGO-ENTERO.
           move WS-ENTERO-ALFA (1:WS-LARGO-ENTERO)
               to WS-ENTERO-ARMADO (WS-POSICION:WS-LARGO-ENTERO).
           move zeros to WS-DECIMAL-ARMADO.
           if WS-LARGO-DECIMAL > 2
               move 2 to WS-LARGO-DECIMAL
           end-if.
           if WS-LARGO-DECIMAL > 0
               if WS-DECIMAL-ALFA (1:WS-LARGO-DECIMAL) is not NUMERIC
                   move "I" to LK-TF-HALLADO
                   GOBACK
               end-if
               move WS-DECIMAL-ALFA (1:WS-LARGO-DECIMAL)
                   to WS-DECIMAL-ARMADO (1:WS-LARGO-DECIMAL)
           end-if.
           compute LK-TF-IMPORTE = WS-ENTERO-NUM + WS-DECIMAL-NUM / 100.
       END PROGRAM tarifalib.
