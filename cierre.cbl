      *                segundos de cada paso y el numero de corrida;
      *                se ajustan el FD y el layout y el listado de
      *                pasos muestra el renglon completo.
      *   15/10/2026 - las filas de tablas llevan su operacion (* + -
      *                ^ /): ademas de las filas y el total del dia se
      *                informa un renglon por cada operacion que tuvo
      *                filas, porque sumar resultados de operaciones
      *                distintas no dice nada por si solo. TABLASAL.DAT
      *                pasa a 19 posiciones y TABLAIX.DAT lleva la
      *                operacion en la clave.
      *   15/10/2026 - las anulaciones de tablas aprobadas en el dia
      *                (anulmant) se listan aparte, una por renglon con
      *                la tabla, las filas y el total revertido, y se
      *                descuentan del total de tablas del dia en un
      *                renglon de total neto; se informan tambien las
      *                anulaciones que quedan pendientes de aprobar.
      *   15/10/2026 - se informan las emergencias sin checker de
      *                preguntas que siguen con la revision abierta en
      *                EMERGREV.DAT (emergrev); con alguna abierta el
      *                veredicto es REVISAR y calman no firma el cierre.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. cierre.
           SELECT OPTIONAL EXCEP-TALLER ASSIGN TO "TALLEREX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-ARCHIVO.
           SELECT OPTIONAL ANULACIONES ASSIGN TO "TABLAANU.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AN-ID
               FILE STATUS IS WS-ESTADO-ANULACIONES.
           SELECT OPTIONAL EMERGENCIAS ASSIGN TO "EMERGREV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EV-ID
               FILE STATUS IS WS-ESTADO-EMERGENCIAS.
           SELECT REPORTE ASSIGN TO "CIERREP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-REPORTE.
           05  TS-NUMERO           PIC 9(2).
           05  TS-MULTIPLICADOR    PIC 9(3).
           05  TS-RESULTADO        PIC 9(5).
           05  TS-OPERACION        PIC X(01).
       FD  INDICE-TABLAS.
       01  INDICE-TABLAS-REC.
           05  TX-CLAVE.
               10  TX-FECHA        PIC 9(8).
               10  TX-NUMERO       PIC 9(2).
               10  TX-OPERACION    PIC X(01).
               10  TX-MULTIPLICADOR PIC 9(3).
           05  TX-RESULTADO        PIC 9(5).
       FD  HIST-BANDAS.
       01  LEDGER-REC              PIC X(120).
       FD  EXCEP-TALLER.
       01  EXCEP-TALLER-REC        PIC X(83).
       FD  ANULACIONES.
       01  ANULACIONES-REC.
           05  AN-ID               PIC 9(05).
           05  AN-FECHA-TABLA      PIC 9(08).
           05  AN-NUMERO           PIC 9(02).
           05  AN-OPERACION        PIC X(01).
           05  AN-QE-ID            PIC 9(04).
           05  AN-LIMITE-INF       PIC 9(03).
           05  AN-LIMITE-SUP       PIC 9(03).
           05  AN-MOTIVO           PIC X(40).
           05  AN-SUPERVISOR       PIC X(10).
           05  AN-FECHA-ALTA       PIC 9(08).
           05  AN-ESTADO           PIC X(10).
           05  AN-APROBADOR        PIC X(10).
           05  AN-FECHA-ESTADO     PIC 9(08).
           05  AN-CANT-FILAS       PIC 9(03).
           05  AN-TOTAL            PIC 9(09).
           05  AN-SECUENCIA        PIC 9(06).
       FD  EMERGENCIAS.
       01  EMERGENCIAS-REC.
           05  EV-ID               PIC 9(04).
           05  EV-FECHA            PIC 9(08).
           05  EV-HORA             PIC 9(08).
           05  EV-MAKER            PIC X(10).
           05  EV-TRABAJO          PIC 9(01).
           05  EV-MOTIVO           PIC X(40).
           05  EV-FECHA-LIMITE     PIC 9(08).
           05  EV-ESTADO           PIC X(10).
           05  EV-REVISOR          PIC X(10).
           05  EV-FECHA-REVISION   PIC 9(08).
           05  EV-NOTA             PIC X(40).
           05  EV-SESION           PIC 9(08).
           05  EV-ESCALADA         PIC X(01).
           05  FILLER              PIC X(10).
       FD  REPORTE.
       01  REPORTE-REC             PIC X(100).
       FD  CORRIDA-CONTROL.
       01  WS-ESTADO-ARCHIVO       PIC X(02).
       01  WS-ESTADO-INDICE        PIC X(02).
       01  WS-ESTADO-REPORTE       PIC X(02).
       01  WS-ESTADO-ANULACIONES   PIC X(02).
       01  WS-FIN-ANULACIONES      PIC X(01) VALUE "N".
           88  FIN-ANULACIONES     VALUE "S".
       01  WS-CANT-ANULACIONES     PIC 9(05) VALUE 0.
       01  WS-CANT-PENDIENTES      PIC 9(05) VALUE 0.
       01  WS-TOTAL-ANULADO        PIC 9(11) VALUE 0.
       01  WS-ESTADO-EMERGENCIAS   PIC X(02).
       01  WS-FIN-EMERGENCIAS      PIC X(01) VALUE "N".
           88  FIN-EMERGENCIAS     VALUE "S".
       01  WS-CANT-EMERG-ABIERTAS  PIC 9(05) VALUE 0.
       01  WS-NETO-DIA             PIC S9(11) VALUE 0.
       01  WS-NETO-EDITADO         PIC -Z(10)9.
       01  WS-ERR-PROGRAMA         PIC X(15) VALUE "CIERRE".
       01  WS-ERR-ARCHIVO          PIC X(12).
       01  WS-ERR-OPERACION        PIC X(10).
       01  WS-CORRIDA              PIC 9(02) VALUE 0.
       01  WS-CANT-FILAS           PIC 9(07) VALUE 0.
       01  WS-TOTAL-DIA            PIC 9(11) VALUE 0.
      *    filas y total del dia por operacion, en el orden de
      *    WS-OPERACIONES; una operacion desconocida va a la ultima
       01  WS-OPERACIONES          PIC X(06) VALUE "*+-^/?".
       01  WS-OPERACIONES-TABLA REDEFINES WS-OPERACIONES.
           05  WS-OPERACION-COD OCCURS 6 TIMES PIC X(01).
       01  WS-OPERACIONES-DIA.
           05  WS-OPERACION-DIA OCCURS 6 TIMES.
               10  WS-OPER-FILAS   PIC 9(07).
               10  WS-OPER-TOTAL   PIC 9(11).
       01  WS-OPE-IDX              PIC 9(01) VALUE 0.
       01  WS-OPE-FILA             PIC 9(01) VALUE 0.
       01  WS-OPE-BUSCADA          PIC X(01).
       01  WS-BANDAS-DIA.
           05  WS-BANDA-DIA OCCURS 4 TIMES PIC 9(07).
       01  WS-TOTAL-CLASIF         PIC 9(07) VALUE 0.
           CALL "fechalib" USING WS-FECHA-HOY.
           PERFORM leerCorrida.
           move zeros to WS-BANDAS-DIA.
           move zeros to WS-OPERACIONES-DIA.
           OPEN OUTPUT REPORTE.
      *    sin reporte de cierre el paso no sirve: la falla queda en
      *    el manejador comun y el RETURN-CODE 12 llega a la politica
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE.
           WRITE REPORTE-REC FROM WS-LINEA-REPORTE.
           PERFORM resumirTablas.
           PERFORM resumirAnulaciones.
           PERFORM resumirClasificaciones.
           PERFORM resumirPasos.
           PERFORM resumirAuditoria.
           PERFORM resumirFirmas.
           PERFORM resumirExcepciones.
           PERFORM resumirEmergencias.
           PERFORM imprimeVeredicto.
           CLOSE REPORTE.
           display "cierre del dia generado en CIERREP.DAT".
                  " total=" WS-TOTAL-DIA
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE.
           WRITE REPORTE-REC FROM WS-LINEA-REPORTE.
           PERFORM imprimeOperacion VARYING WS-OPE-IDX FROM 1 BY 1
               UNTIL WS-OPE-IDX > 6.
       imprimeOperacion.
           if WS-OPER-FILAS (WS-OPE-IDX) > 0
               move spaces to WS-LINEA-REPORTE
               STRING "  operacion " WS-OPERACION-COD (WS-OPE-IDX)
                      ": filas=" WS-OPER-FILAS (WS-OPE-IDX)
                      " total=" WS-OPER-TOTAL (WS-OPE-IDX)
                      DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               WRITE REPORTE-REC FROM WS-LINEA-REPORTE
           end-if.
      ******************************************************************
      * acumula la fila en su operacion (blanco es la multiplicacion de
      * los registros anteriores a las operaciones).
      ******************************************************************
       acumulaOperacion.
           if WS-OPE-BUSCADA = space
               move "*" to WS-OPE-BUSCADA
           end-if.
           move 6 to WS-OPE-FILA.
           PERFORM compararOperacion VARYING WS-OPE-IDX FROM 1 BY 1
               UNTIL WS-OPE-IDX > 5.
           add 1 to WS-OPER-FILAS (WS-OPE-FILA).
       compararOperacion.
           if WS-OPERACION-COD (WS-OPE-IDX) = WS-OPE-BUSCADA
               move WS-OPE-IDX to WS-OPE-FILA
           end-if.
      ******************************************************************
      * camino rapido por el companero indexado: se entra por la fecha
      * del dia y se lee solo hasta que la fecha cambia.
           else
               move WS-FECHA-HOY to TX-FECHA
               move 0 to TX-NUMERO TX-MULTIPLICADOR
               move low-value to TX-OPERACION
               START INDICE-TABLAS KEY IS NOT LESS THAN TX-CLAVE
                   INVALID KEY set FIN-INDICE to true
               END-START
                   else
                       add 1 to WS-CANT-FILAS
                       add TX-RESULTADO to WS-TOTAL-DIA
                       move TX-OPERACION to WS-OPE-BUSCADA
                       PERFORM acumulaOperacion
                       add TX-RESULTADO to WS-OPER-TOTAL (WS-OPE-FILA)
                   end-if
           END-READ.
       leerFilaTabla.
                   if TS-FECHA = WS-FECHA-HOY
                       add 1 to WS-CANT-FILAS
                       add TS-RESULTADO to WS-TOTAL-DIA
                       move TS-OPERACION to WS-OPE-BUSCADA
                       PERFORM acumulaOperacion
                       add TS-RESULTADO to WS-OPER-TOTAL (WS-OPE-FILA)
                   end-if
           END-READ.
      ******************************************************************
      * anulaciones aprobadas hoy: sus reversos salen en el proximo
      * envio de interfaz, asi que se descuentan del dia en que se
      * aprueban, sea cual sea la fecha de la tabla anulada.
      ******************************************************************
       resumirAnulaciones.
           OPEN INPUT ANULACIONES.
           if WS-ESTADO-ANULACIONES not = "00"
               CLOSE ANULACIONES
           else
               move 0 to AN-ID
               START ANULACIONES KEY IS NOT LESS THAN AN-ID
                   INVALID KEY set FIN-ANULACIONES to true
               END-START
               PERFORM leerAnulacionDia UNTIL FIN-ANULACIONES
               CLOSE ANULACIONES
           end-if.
           compute WS-NETO-DIA = WS-TOTAL-DIA - WS-TOTAL-ANULADO.
           move WS-NETO-DIA to WS-NETO-EDITADO.
           move spaces to WS-LINEA-REPORTE.
           STRING "anulaciones aprobadas del dia=" WS-CANT-ANULACIONES
                  " total anulado=" WS-TOTAL-ANULADO
                  " total neto=" WS-NETO-EDITADO
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE.
           WRITE REPORTE-REC FROM WS-LINEA-REPORTE.
           if WS-CANT-PENDIENTES not = 0
               move spaces to WS-LINEA-REPORTE
               STRING "anulaciones pendientes de aprobar: "
                      WS-CANT-PENDIENTES
                      DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               WRITE REPORTE-REC FROM WS-LINEA-REPORTE
           end-if.
       leerAnulacionDia.
           READ ANULACIONES NEXT RECORD
               AT END set FIN-ANULACIONES to true
               NOT AT END
                   if AN-ESTADO = "PENDIENTE"
                       add 1 to WS-CANT-PENDIENTES
                   end-if
                   if AN-ESTADO = "APROBADA"
                       and AN-FECHA-ESTADO = WS-FECHA-HOY
                       add 1 to WS-CANT-ANULACIONES
                       add AN-TOTAL to WS-TOTAL-ANULADO
                       move spaces to WS-LINEA-REPORTE
                       STRING "  anulacion " AN-ID
                              ": tabla " AN-NUMERO " " AN-OPERACION
                              " del " AN-FECHA-TABLA
                              " filas=" AN-CANT-FILAS
                              " total=" AN-TOTAL
                              " aprobo " AN-APROBADOR
                              DELIMITED BY SIZE INTO WS-LINEA-REPORTE
                       WRITE REPORTE-REC FROM WS-LINEA-REPORTE
                   end-if
           END-READ.
       resumirClasificaciones.
                       add 1 to WS-CANT-EXCEPCIONES
                   end-if
           END-READ.
      ******************************************************************
      * emergencias sin checker con la revision todavia abierta, de
      * hoy o de dias anteriores: cada una se lista con su maker.
      ******************************************************************
       resumirEmergencias.
           OPEN INPUT EMERGENCIAS.
           if WS-ESTADO-EMERGENCIAS not = "00"
               CLOSE EMERGENCIAS
           else
               move 0 to EV-ID
               START EMERGENCIAS KEY IS NOT LESS THAN EV-ID
                   INVALID KEY set FIN-EMERGENCIAS to true
               END-START
               PERFORM leerEmergencia UNTIL FIN-EMERGENCIAS
               CLOSE EMERGENCIAS
           end-if.
           move spaces to WS-LINEA-REPORTE.
           STRING "emergencias sin checker sin revisar: "
                  WS-CANT-EMERG-ABIERTAS
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE.
           WRITE REPORTE-REC FROM WS-LINEA-REPORTE.
       leerEmergencia.
           READ EMERGENCIAS NEXT RECORD
               AT END set FIN-EMERGENCIAS to true
               NOT AT END
                   if EV-ESTADO = "ABIERTA"
                       and EV-FECHA not > WS-FECHA-HOY
                       add 1 to WS-CANT-EMERG-ABIERTAS
                       move spaces to WS-LINEA-REPORTE
                       STRING "  emergencia " EV-ID " del " EV-FECHA
                              " maker=" EV-MAKER
                              " trabajo=" EV-TRABAJO
                              " limite=" EV-FECHA-LIMITE
                              DELIMITED BY SIZE INTO WS-LINEA-REPORTE
                       WRITE REPORTE-REC FROM WS-LINEA-REPORTE
                   end-if
           END-READ.
       imprimeVeredicto.
           if WS-PASOS-MAL = 0 and WS-CANT-EXCEPCIONES = 0
               and WS-CANT-EMERG-ABIERTAS = 0
               move "veredicto: EN BALANCE" to WS-LINEA-REPORTE
           else
               move spaces to WS-LINEA-REPORTE
               STRING "veredicto: REVISAR (pasos con error="
                      WS-PASOS-MAL
                      " excepciones=" WS-CANT-EXCEPCIONES
                      " emergencias=" WS-CANT-EMERG-ABIERTAS ")"
                      DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           end-if.
           WRITE REPORTE-REC FROM WS-LINEA-REPORTE.
