      * Tectonics: cobc -x -o paquete paquete.cbl numchk.cbl
      *            fechalib.cbl
      * Modification History:
      *   15/10/2026 - se suma la seccion 6 con el analisis de
      *                preguntas de examen EXAMREP.DAT (repexam, que
      *                tambien deja el planificador).
      *   15/10/2026 - se suma la seccion 7 con la revision de
      *                delegaciones de aprobacion DELEREP.DAT
      *                (repdeleg).
      *   15/10/2026 - emergencias sin checker de preguntas: el resumen
      *                suma la cantidad del mes de la fecha hasta y las
      *                que siguen sin revisar, y la seccion 8 lista la
      *                cantidad del mes por operador (EMERGREV.DAT).
      *   15/10/2026 - se suma la seccion 9 con la historia de
      *                tarifas VCHISREP.DAT (vchist, que lanza vcimport
      *                con cada carga).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. paquete.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EC-ID
               FILE STATUS IS WS-ESTADO-CASOS.
           SELECT OPTIONAL EMERGENCIAS ASSIGN TO "EMERGREV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EV-ID
               FILE STATUS IS WS-ESTADO-EMERGENCIAS.
           SELECT SECCION ASSIGN TO DYNAMIC WS-NOMBRE-SECCION
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-LEIDO.
           05  EC-NOTA             PIC X(40).
           05  EC-FECHA-RESOL      PIC 9(08).
           05  EC-ORIGEN           PIC 9(07).
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
       FD  SECCION.
       01  SECCION-REC             PIC X(120).
       FD  SPOOL-PAQUETE.
       01  WS-ESTADO-LEIDO         PIC X(02).
       01  WS-ESTADO-CASOS         PIC X(02).
       01  WS-ESTADO-SPOOL         PIC X(02).
       01  WS-ESTADO-EMERGENCIAS   PIC X(02).
       01  WS-FIN-EMERGENCIAS      PIC X(01) VALUE "N".
           88  FIN-EMERGENCIAS     VALUE "S".
       01  WS-NOMBRE-SECCION       PIC X(30).
       01  WS-FIN-LEIDO            PIC X(01) VALUE "N".
           88  FIN-LEIDO           VALUE "S".
       01  WS-CANT-ABIERTOS        PIC 9(05) VALUE 0.
       01  WS-LINEA                PIC X(60) VALUE SPACES.
       01  WS-TITULO-SECCION       PIC X(30).
      *    emergencias sin checker del mes de la fecha hasta, por
      *    operador (maker que la declaro)
       01  WS-MES-EMERG            PIC 9(06) VALUE 0.
       01  WS-CANT-EMERG-MES       PIC 9(05) VALUE 0.
       01  WS-CANT-EMERG-ABIERTAS  PIC 9(05) VALUE 0.
       01  WS-EMO-CANT             PIC 9(02) VALUE 0.
       01  WS-EMO-MAX              PIC 9(02) VALUE 50.
       01  WS-EMO-IDX              PIC 9(02) VALUE 0.
       01  WS-EMO-HALLADO          PIC 9(02) VALUE 0.
       01  WS-EMERG-OPERADORES.
           05  WS-EMO-ENT OCCURS 50 TIMES.
               10  WS-EMO-OPERADOR     PIC X(10).
               10  WS-EMO-TOTAL        PIC 9(05).
               10  WS-EMO-ABIERTAS     PIC 9(05).
      *    mismo layout de eventos de CAPACIT.DAT que usa repcapac
       01  WS-CAPACIT-LAYOUT.
           05  CT-FECHA            PIC 9(08).
           PERFORM resumirRutinas.
           PERFORM resumirCertificaciones.
           PERFORM resumirCasosAbiertos.
           PERFORM resumirEmergencias.
           OPEN EXTEND SPOOL-PAQUETE.
           if WS-ESTADO-SPOOL = "35"
               OPEN OUTPUT SPOOL-PAQUETE
                       add 1 to WS-CANT-ABIERTOS
                   end-if
           END-READ.
       resumirEmergencias.
           move WS-FECHA-HASTA (1:6) to WS-MES-EMERG.
           move "N" to WS-FIN-EMERGENCIAS.
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
       leerEmergencia.
           READ EMERGENCIAS NEXT RECORD
               AT END set FIN-EMERGENCIAS to true
               NOT AT END
                   if EV-FECHA (1:6) = WS-MES-EMERG
                       PERFORM acumularEmergencia
                   end-if
           END-READ.
       acumularEmergencia.
           add 1 to WS-CANT-EMERG-MES.
           if EV-ESTADO = "ABIERTA"
               add 1 to WS-CANT-EMERG-ABIERTAS
           end-if.
           move 0 to WS-EMO-HALLADO.
           PERFORM buscarOperadorEmerg VARYING WS-EMO-IDX FROM 1 BY 1
               UNTIL WS-EMO-IDX > WS-EMO-CANT OR WS-EMO-HALLADO > 0.
           if WS-EMO-HALLADO = 0 and WS-EMO-CANT < WS-EMO-MAX
               add 1 to WS-EMO-CANT
               move WS-EMO-CANT to WS-EMO-HALLADO
               move EV-MAKER to WS-EMO-OPERADOR (WS-EMO-HALLADO)
               move 0 to WS-EMO-TOTAL (WS-EMO-HALLADO)
               move 0 to WS-EMO-ABIERTAS (WS-EMO-HALLADO)
           end-if.
           if WS-EMO-HALLADO not = 0
               add 1 to WS-EMO-TOTAL (WS-EMO-HALLADO)
               if EV-ESTADO = "ABIERTA"
                   add 1 to WS-EMO-ABIERTAS (WS-EMO-HALLADO)
               end-if
           end-if.
       buscarOperadorEmerg.
           if WS-EMO-OPERADOR (WS-EMO-IDX) = EV-MAKER
               move WS-EMO-IDX to WS-EMO-HALLADO
           end-if.
       grabaCaratula.
           move "1" to PQ-CONTROL.
           move spaces to WS-LINEA.
                  WS-CANT-ABIERTOS
                  DELIMITED BY SIZE INTO WS-LINEA.
           PERFORM grabaRenglon.
           move spaces to WS-LINEA.
           STRING "6. emergencias del mes " WS-MES-EMERG ": "
                  WS-CANT-EMERG-MES " sin revisar: "
                  WS-CANT-EMERG-ABIERTAS
                  DELIMITED BY SIZE INTO WS-LINEA.
           PERFORM grabaRenglon.
      ******************************************************************
      * cada reporte de la semana entra como seccion con su salto de
      * pagina; si el archivo no esta (el planificador no lo corrio)
           move "EXCREP.DAT" to WS-NOMBRE-SECCION.
           move "SECCION 5: excepciones" to WS-TITULO-SECCION.
           PERFORM grabaSeccion.
           move "EXAMREP.DAT" to WS-NOMBRE-SECCION.
           move "SECCION 6: preguntas de examen" to WS-TITULO-SECCION.
           PERFORM grabaSeccion.
           move "DELEREP.DAT" to WS-NOMBRE-SECCION.
           move "SECCION 7: delegaciones" to WS-TITULO-SECCION.
           PERFORM grabaSeccion.
           PERFORM grabaEmergencias.
           move "VCHISREP.DAT" to WS-NOMBRE-SECCION.
           move "SECCION 9: historia de tarifas" to WS-TITULO-SECCION.
           PERFORM grabaSeccion.
      ******************************************************************
      * la seccion de emergencias no viene de un reporte: se arma aca
      * con la cantidad del mes de cada operador que declaro alguna.
      ******************************************************************
       grabaEmergencias.
           move "1" to PQ-CONTROL.
           move "SECCION 8: emergencias del mes" to WS-LINEA.
           PERFORM grabaRenglon.
           move " " to PQ-CONTROL.
           move spaces to WS-LINEA.
           STRING "emergencias sin checker del mes " WS-MES-EMERG
               DELIMITED BY SIZE INTO WS-LINEA.
           PERFORM grabaRenglon.
           if WS-EMO-CANT = 0
               move "  ninguna" to WS-LINEA
               PERFORM grabaRenglon
           else
               move "  operador   cantidad sin revisar" to WS-LINEA
               PERFORM grabaRenglon
               PERFORM grabaEmergOperador VARYING WS-EMO-IDX
                   FROM 1 BY 1 UNTIL WS-EMO-IDX > WS-EMO-CANT
           end-if.
       grabaEmergOperador.
           move spaces to WS-LINEA.
           STRING "  " WS-EMO-OPERADOR (WS-EMO-IDX)
                  " " WS-EMO-TOTAL (WS-EMO-IDX)
                  "    " WS-EMO-ABIERTAS (WS-EMO-IDX)
                  DELIMITED BY SIZE INTO WS-LINEA.
           PERFORM grabaRenglon.
       grabaSeccion.
           move "1" to PQ-CONTROL.
           move WS-TITULO-SECCION to WS-LINEA.
