      ******************************************************************
      * Author:
      * Date: 15/10/2026
      * Purpose: total de control comun de un archivo de texto - cuenta
      *          los registros de un archivo LINE SEQUENTIAL cualquiera
      *          (hasta 250 posiciones por registro) y calcula un total
      *          de control: por cada registro la suma del valor de
      *          cada byte mas la posicion del registro en el archivo,
      *          al estilo del sello de integridad. De la posicion 201
      *          en adelante solo suman los bytes no blancos, asi los
      *          totales de registros de hasta 200 posiciones no
      *          cambian. Lo usan resguardo
      *          al armar el manifiesto del paquete de recuperacion y
      *          verresg al verificarlo, asi los dos lados cuentan con
      *          la misma regla. Hallado N = el archivo no se pudo
      *          abrir (cantidad y total en cero).
      * Tectonics: subprograma, no se compila solo; se incluye en la
      *            linea de compilacion del programa que lo llama
      *            (resguardo, verresg - ver el Tectonics de cada uno)
      * Modification History:
      *   15/10/2026 - registros de hasta 250 posiciones (RETLEG va
      *                en el paquete de recuperacion); lo que pasa de
      *                200 solo suma si no esta en blanco.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. totlib.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTADO ASSIGN TO DYNAMIC WS-NOMBRE-CONTADO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CONTADO.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTADO.
       01  CONTADO-REC             PIC X(250).
       WORKING-STORAGE SECTION.
       01  WS-ESTADO-CONTADO       PIC X(02).
       01  WS-NOMBRE-CONTADO       PIC X(40).
       01  WS-FIN-CONTADO          PIC X(01) VALUE "N".
           88  FIN-CONTADO         VALUE "S".
       01  WS-POS                  PIC 9(03) VALUE 0.
      *    valor de un byte: el byte va en la mitad baja de un binario
      *    de dos bytes con la mitad alta en cero
       01  WS-PAR-BYTES.
           05  WS-BYTE-ALTO        PIC X(01) VALUE LOW-VALUE.
           05  WS-BYTE-BAJO        PIC X(01).
       01  WS-VALOR-BYTE REDEFINES WS-PAR-BYTES PIC 9(04) COMP.
       LINKAGE SECTION.
       01  LK-TT-NOMBRE            PIC X(40).
       01  LK-TT-CANTIDAD          PIC 9(07).
       01  LK-TT-CHECK             PIC 9(13).
       01  LK-TT-HALLADO           PIC X(01).
       PROCEDURE DIVISION USING LK-TT-NOMBRE LK-TT-CANTIDAD
               LK-TT-CHECK LK-TT-HALLADO.
       MAIN-PROCEDURE.
           move 0 to LK-TT-CANTIDAD LK-TT-CHECK.
           move "N" to LK-TT-HALLADO.
           move "N" to WS-FIN-CONTADO.
           move LK-TT-NOMBRE to WS-NOMBRE-CONTADO.
           OPEN INPUT CONTADO.
           if WS-ESTADO-CONTADO = "00"
               move "S" to LK-TT-HALLADO
               PERFORM sumarRegistro UNTIL FIN-CONTADO
               CLOSE CONTADO
           end-if.
           GOBACK.
       sumarRegistro.
           move spaces to CONTADO-REC.
           READ CONTADO
               AT END set FIN-CONTADO to true
               NOT AT END
                   add 1 to LK-TT-CANTIDAD
                   add LK-TT-CANTIDAD to LK-TT-CHECK
                   PERFORM sumarByte THRU sumarByte-fin
                       VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > 250
           END-READ.
       sumarByte.
           if WS-POS > 200
               and CONTADO-REC (WS-POS:1) = space
               GO TO sumarByte-fin
           end-if.
           move low-value to WS-BYTE-ALTO.
           move CONTADO-REC (WS-POS:1) to WS-BYTE-BAJO.
           add WS-VALOR-BYTE to LK-TT-CHECK.
       sumarByte-fin.
           EXIT.
       END PROGRAM totlib.
